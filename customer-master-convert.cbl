000010* ---------------------------------------------------------------
000020* CUSTOMER_MASTER_CONVERT IS THE ONE-TIME CONVERSION OF THE
000030* CUSTOMER MASTER (CUSTMAST) TO THE LAYOUT THAT CARRIES THE
000040* TAXPAYER ID, ITS TYPE, AND THE BACKUP WITHHOLDING CODE FOR
000050* 1099-INT REPORTING. EVERY CUSTOMER IS COPIED TO CUSTNEW WITH
000060* NO TAXPAYER ID ON FILE AND WITHHOLDING CODE "N" (NOT SUBJECT
000070* TO BACKUP WITHHOLDING); THE BRANCHES THEN KEY THE TAXPAYER
000080* IDS THROUGH CUSTOMER_MASTER_MAINT. OPERATIONS RETIRES THE OLD
000090* CUSTMAST AND RENAMES CUSTNEW IN ITS PLACE BEFORE ANY OF THE
000100* NEW-LAYOUT PROGRAMS ARE RUN. RUN ONCE ONLY.
000110* ---------------------------------------------------------------
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. CUSTOMER_MASTER_CONVERT.
000140 AUTHOR. D. SHAPIRO.
000150 INSTALLATION. RETAIL BANKING SYSTEMS.
000160 DATE-WRITTEN. 10/15/2026.
000170 DATE-COMPILED.
000180*
000190* ---------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       BY    DESCRIPTION
000220*   10/15/2026 DAS   ORIGINAL ONE-TIME CONVERSION FOR THE
000230*                    TAXPAYER FIELDS ADDED TO THE CUSTOMER
000240*                    RECORD, FOLLOWING THE PATTERN OF
000250*                    SAVINGS_ACCOUNT_INDEXED.
000260* ---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310*
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OLD-CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS OCR-CUSTOMER-NUMBER
000380         FILE STATUS IS DL610-OLD-FILE-STATUS.
000390     SELECT NEW-CUSTOMER-FILE ASSIGN TO "CUSTNEW"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS CMR-CUSTOMER-NUMBER
000430         FILE STATUS IS DL610-NEW-FILE-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480 FD  OLD-CUSTOMER-FILE.
000490 01  OLD-CUSTOMER-RECORD.
000500     05  OCR-CUSTOMER-NUMBER     PIC X(06).
000510     05  OCR-CUSTOMER-NAME       PIC X(30).
000520     05  OCR-STREET-ADDRESS      PIC X(30).
000530     05  OCR-CITY                PIC X(20).
000540     05  OCR-STATE               PIC X(02).
000550     05  OCR-ZIP-CODE            PIC X(05).
000560*
000570 FD  NEW-CUSTOMER-FILE.
000580 01  CUSTOMER-MASTER-RECORD.
000590     05  CMR-CUSTOMER-NUMBER     PIC X(06).
000600     05  CMR-CUSTOMER-NAME       PIC X(30).
000610     05  CMR-STREET-ADDRESS      PIC X(30).
000620     05  CMR-CITY                PIC X(20).
000630     05  CMR-STATE               PIC X(02).
000640     05  CMR-ZIP-CODE            PIC X(05).
000650     05  CMR-TAXPAYER-ID         PIC X(09).
000660     05  CMR-TIN-TYPE            PIC X(01).
000670     05  CMR-WITHHOLDING-CODE    PIC X(01).
000680*
000690 WORKING-STORAGE SECTION.
000700*
000710 77  DL610-OLD-FILE-STATUS       PIC X(02) VALUE "00".
000720 77  DL610-NEW-FILE-STATUS       PIC X(02) VALUE "00".
000730*
000740 01  DL610-EOF-SWITCH            PIC X(01) VALUE "N".
000750     88  DL610-END-OF-OLD-FILE              VALUE "Y".
000760*
000770 01  DL610-CONVERTED-COUNT       PIC 9(07) COMP VALUE ZERO.
000780*
000790 PROCEDURE DIVISION.
000800*
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000830     PERFORM 2000-CONVERT-ONE-CUSTOMER THRU 2000-EXIT
000840         UNTIL DL610-END-OF-OLD-FILE.
000850     PERFORM 9000-WRAPUP THRU 9000-EXIT.
000860     STOP RUN.
000870*
000880 1000-INITIALIZE.
000890     OPEN INPUT OLD-CUSTOMER-FILE.
000900     IF DL610-OLD-FILE-STATUS NOT = "00"
000910         DISPLAY "CUSTMAST OPEN FAILED, STATUS = "
000920             DL610-OLD-FILE-STATUS
000930         STOP RUN
000940     END-IF.
000950     OPEN OUTPUT NEW-CUSTOMER-FILE.
000960     IF DL610-NEW-FILE-STATUS NOT = "00"
000970         DISPLAY "CUSTNEW OPEN FAILED, STATUS = "
000980             DL610-NEW-FILE-STATUS
000990         STOP RUN
001000     END-IF.
001010     PERFORM 2100-READ-OLD-CUSTOMER THRU 2100-EXIT.
001020 1000-EXIT.
001030     EXIT.
001040*
001050 2000-CONVERT-ONE-CUSTOMER.
001060     MOVE OCR-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER.
001070     MOVE OCR-CUSTOMER-NAME TO CMR-CUSTOMER-NAME.
001080     MOVE OCR-STREET-ADDRESS TO CMR-STREET-ADDRESS.
001090     MOVE OCR-CITY TO CMR-CITY.
001100     MOVE OCR-STATE TO CMR-STATE.
001110     MOVE OCR-ZIP-CODE TO CMR-ZIP-CODE.
001120     MOVE SPACES TO CMR-TAXPAYER-ID.
001130     MOVE SPACE TO CMR-TIN-TYPE.
001140     MOVE "N" TO CMR-WITHHOLDING-CODE.
001150     WRITE CUSTOMER-MASTER-RECORD
001160         INVALID KEY
001170             DISPLAY "DUPLICATE CUSTOMER " CMR-CUSTOMER-NUMBER
001180                 " NOT CONVERTED"
001190         NOT INVALID KEY
001200             ADD 1 TO DL610-CONVERTED-COUNT
001210     END-WRITE.
001220     PERFORM 2100-READ-OLD-CUSTOMER THRU 2100-EXIT.
001230 2000-EXIT.
001240     EXIT.
001250*
001260 2100-READ-OLD-CUSTOMER.
001270     READ OLD-CUSTOMER-FILE
001280         AT END
001290             SET DL610-END-OF-OLD-FILE TO TRUE
001300     END-READ.
001310 2100-EXIT.
001320     EXIT.
001330*
001340 9000-WRAPUP.
001350     CLOSE OLD-CUSTOMER-FILE.
001360     CLOSE NEW-CUSTOMER-FILE.
001370     DISPLAY "CUSTOMERS CONVERTED: " DL610-CONVERTED-COUNT.
001380     DISPLAY "RETIRE THE OLD CUSTMAST AND RENAME CUSTNEW TO "
001390         "CUSTMAST BEFORE RUNNING THE NEW-LAYOUT PROGRAMS.".
001400 9000-EXIT.
001410     EXIT.
001420*
001430 END PROGRAM CUSTOMER_MASTER_CONVERT.
