000010* ---------------------------------------------------------------
000020* SAVINGS_ACCOUNT_CONVERT3 IS THE ONE-TIME CONVERSION OF THE
000030* INDEXED SAVINGS ACCOUNT MASTER TO THE LAYOUT THAT CARRIES THE
000040* ACCOUNT STATUS (ACTIVE, PENDING CLOSE, CLOSED) AND THE CLOSE
000050* DATE. MAINTENANCE NOW MARKS AN ACCOUNT PENDING CLOSE INSTEAD
000060* OF DELETING IT, AND THE SAVINGS BATCH CLOSES IT OUT AND KEEPS
000070* THE CLOSED RECORD ON FILE UNTIL THE RETENTION PERIOD HAS RUN.
000080* EVERY ACCOUNT AND THE CONTROL-TOTAL TRAILER (KEY 9999999999)
000090* ARE COPIED TO SAVC3NEW; OPERATIONS THEN RETIRES THE OLD
000100* SAVACCT AND RENAMES SAVC3NEW IN ITS PLACE BEFORE ANY OF THE
000110* NEW-LAYOUT PROGRAMS ARE RUN.
000120*
000130* EVERY ACCOUNT ON THE OLD MASTER IS OPEN, SO EACH CONVERTS AS
000140* ACTIVE WITH NO CLOSE DATE. RUN ONCE ONLY.
000150* ---------------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. SAVINGS_ACCOUNT_CONVERT3.
000180 AUTHOR. D. SHAPIRO.
000190 INSTALLATION. RETAIL BANKING SYSTEMS.
000200 DATE-WRITTEN. 10/15/2026.
000210 DATE-COMPILED.
000220*
000230* ---------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   DATE       BY    DESCRIPTION
000260*   10/15/2026 DAS   ORIGINAL ONE-TIME CONVERSION FOR THE
000270*                    ACCOUNT STATUS AND CLOSE DATE ADDED TO THE
000280*                    ACCOUNT RECORD, FOLLOWING THE PATTERN OF
000290*                    SAVINGS_ACCOUNT_CONVERT2.
000300* ---------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OLD-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS OAR-ACCOUNT-ID
000420         FILE STATUS IS DL320-OLD-FILE-STATUS.
000430     SELECT NEW-ACCOUNT-FILE ASSIGN TO "SAVC3NEW"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS SAR-ACCOUNT-ID
000470         FILE STATUS IS DL320-NEW-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520 FD  OLD-ACCOUNT-FILE.
000530 01  OLD-ACCOUNT-RECORD.
000540     05  OAR-ACCOUNT-ID          PIC X(10).
000550     05  OAR-BALANCE             PIC S9(07)V99
000560         SIGN IS TRAILING SEPARATE.
000570     05  OAR-INTEREST-RATE       PIC S9(04)V9
000580         SIGN IS TRAILING SEPARATE.
000590     05  OAR-YEARS               PIC 9(02).
000600     05  OAR-COMPOUND-FREQ       PIC X(01).
000610     05  OAR-LAST-ACTIVITY-DATE  PIC 9(08).
000620     05  OAR-DORMANT-FLAG        PIC X(01).
000630     05  OAR-PRODUCT-CODE        PIC X(02).
000640     05  OAR-CUSTOMER-NUMBER     PIC X(06).
000650     05  OAR-YTD-INTEREST        PIC S9(07)V99
000660         SIGN IS TRAILING SEPARATE.
000670     05  OAR-YTD-INTEREST-YEAR   PIC 9(04).
000680     05  OAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000690         SIGN IS TRAILING SEPARATE.
000700 01  OLD-ACCOUNT-TRAILER.
000710     05  OAT-TRAILER-ID          PIC X(10).
000720     05  OAT-RECORD-COUNT        PIC 9(07).
000730     05  OAT-HASH-AMOUNT         PIC S9(10)V99
000740         SIGN IS TRAILING SEPARATE.
000750*
000760 FD  NEW-ACCOUNT-FILE.
000770 01  SAVINGS-ACCOUNT-RECORD.
000780     05  SAR-ACCOUNT-ID          PIC X(10).
000790     05  SAR-BALANCE             PIC S9(07)V99
000800         SIGN IS TRAILING SEPARATE.
000810     05  SAR-INTEREST-RATE       PIC S9(04)V9
000820         SIGN IS TRAILING SEPARATE.
000830     05  SAR-YEARS               PIC 9(02).
000840     05  SAR-COMPOUND-FREQ       PIC X(01).
000850     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
000860     05  SAR-DORMANT-FLAG        PIC X(01).
000870     05  SAR-PRODUCT-CODE        PIC X(02).
000880     05  SAR-CUSTOMER-NUMBER     PIC X(06).
000890     05  SAR-YTD-INTEREST        PIC S9(07)V99
000900         SIGN IS TRAILING SEPARATE.
000910     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
000920     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000930         SIGN IS TRAILING SEPARATE.
000940     05  SAR-ACCOUNT-STATUS      PIC X(01).
000950     05  SAR-CLOSE-DATE          PIC 9(08).
000960 01  SAVINGS-ACCOUNT-TRAILER.
000970     05  SAT-TRAILER-ID          PIC X(10).
000980     05  SAT-RECORD-COUNT        PIC 9(07).
000990     05  SAT-HASH-AMOUNT         PIC S9(10)V99
001000         SIGN IS TRAILING SEPARATE.
001010*
001020 WORKING-STORAGE SECTION.
001030*
001040 77  DL320-OLD-FILE-STATUS       PIC X(02) VALUE "00".
001050 77  DL320-NEW-FILE-STATUS       PIC X(02) VALUE "00".
001060*
001070 77  DL320-TRAILER-ID            PIC X(10) VALUE "9999999999".
001080*
001090 01  DL320-EOF-SWITCH            PIC X(01) VALUE "N".
001100     88  DL320-END-OF-OLD-FILE              VALUE "Y".
001110*
001120 01  DL320-TRAILER-SWITCH        PIC X(01) VALUE "N".
001130     88  DL320-TRAILER-FOUND                VALUE "Y".
001140*
001150 01  DL320-CONVERTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001160*
001170 PROCEDURE DIVISION.
001180*
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
001220         UNTIL DL320-END-OF-OLD-FILE.
001230     PERFORM 9000-WRAPUP THRU 9000-EXIT.
001240     STOP RUN.
001250*
001260 1000-INITIALIZE.
001270     OPEN INPUT OLD-ACCOUNT-FILE.
001280     IF DL320-OLD-FILE-STATUS NOT = "00"
001290         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
001300             DL320-OLD-FILE-STATUS
001310         STOP RUN
001320     END-IF.
001330     OPEN OUTPUT NEW-ACCOUNT-FILE.
001340     IF DL320-NEW-FILE-STATUS NOT = "00"
001350         DISPLAY "SAVC3NEW OPEN FAILED, STATUS = "
001360             DL320-NEW-FILE-STATUS
001370         STOP RUN
001380     END-IF.
001390     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
001400 1000-EXIT.
001410     EXIT.
001420*
001430* ---------------------------------------------------------------
001440* 2000-CONVERT-ONE-RECORD COPIES ONE RECORD TO THE NEW MASTER.
001450* THE OLD MASTER IS READ IN KEY ORDER WITH THE TRAILER LAST,
001460* WHICH IS EXACTLY THE ORDER A SEQUENTIAL-ACCESS INDEXED LOAD
001470* REQUIRES. EACH ACCOUNT GOES ACROSS ACTIVE, WITH NO CLOSE DATE.
001480* ---------------------------------------------------------------
001490 2000-CONVERT-ONE-RECORD.
001500     IF OAR-ACCOUNT-ID = DL320-TRAILER-ID
001510         SET DL320-TRAILER-FOUND TO TRUE
001520         MOVE OAT-TRAILER-ID TO SAT-TRAILER-ID
001530         MOVE OAT-RECORD-COUNT TO SAT-RECORD-COUNT
001540         MOVE OAT-HASH-AMOUNT TO SAT-HASH-AMOUNT
001550         WRITE SAVINGS-ACCOUNT-TRAILER
001560             INVALID KEY
001570                 DISPLAY "TRAILER KEY REJECTED BY SAVC3NEW"
001580                 MOVE 16 TO RETURN-CODE
001590                 STOP RUN
001600         END-WRITE
001610         SET DL320-END-OF-OLD-FILE TO TRUE
001620         GO TO 2000-EXIT
001630     END-IF.
001640     MOVE OAR-ACCOUNT-ID TO SAR-ACCOUNT-ID.
001650     MOVE OAR-BALANCE TO SAR-BALANCE.
001660     MOVE OAR-INTEREST-RATE TO SAR-INTEREST-RATE.
001670     MOVE OAR-YEARS TO SAR-YEARS.
001680     MOVE OAR-COMPOUND-FREQ TO SAR-COMPOUND-FREQ.
001690     MOVE OAR-LAST-ACTIVITY-DATE TO SAR-LAST-ACTIVITY-DATE.
001700     MOVE OAR-DORMANT-FLAG TO SAR-DORMANT-FLAG.
001710     MOVE OAR-PRODUCT-CODE TO SAR-PRODUCT-CODE.
001720     MOVE OAR-CUSTOMER-NUMBER TO SAR-CUSTOMER-NUMBER.
001730     MOVE OAR-YTD-INTEREST TO SAR-YTD-INTEREST.
001740     MOVE OAR-YTD-INTEREST-YEAR TO SAR-YTD-INTEREST-YEAR.
001750     MOVE OAR-PRIOR-YEAR-INTEREST TO SAR-PRIOR-YEAR-INTEREST.
001760     MOVE "A" TO SAR-ACCOUNT-STATUS.
001770     MOVE ZERO TO SAR-CLOSE-DATE.
001780     WRITE SAVINGS-ACCOUNT-RECORD
001790         INVALID KEY
001800             DISPLAY "DUPLICATE OR OUT-OF-SEQUENCE ACCOUNT "
001810                 SAR-ACCOUNT-ID " NOT CONVERTED"
001820         NOT INVALID KEY
001830             ADD 1 TO DL320-CONVERTED-COUNT
001840     END-WRITE.
001850     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
001860 2000-EXIT.
001870     EXIT.
001880*
001890 2100-READ-OLD-RECORD.
001900     READ OLD-ACCOUNT-FILE
001910         AT END
001920             SET DL320-END-OF-OLD-FILE TO TRUE
001930     END-READ.
001940 2100-EXIT.
001950     EXIT.
001960*
001970 9000-WRAPUP.
001980     CLOSE OLD-ACCOUNT-FILE.
001990     CLOSE NEW-ACCOUNT-FILE.
002000     IF DL320-CONVERTED-COUNT > ZERO AND
002010             NOT DL320-TRAILER-FOUND
002020         DISPLAY "WARNING: SAVACCT TRAILER RECORD MISSING, "
002030             "SAVC3NEW HAS NO TRAILER EITHER"
002040         MOVE 8 TO RETURN-CODE
002050     END-IF.
002060     DISPLAY "ACCOUNTS CONVERTED: " DL320-CONVERTED-COUNT.
002070     DISPLAY "RETIRE THE OLD SAVACCT AND RENAME SAVC3NEW TO "
002080         "SAVACCT BEFORE RUNNING THE NEW-LAYOUT PROGRAMS.".
002090 9000-EXIT.
002100     EXIT.
002110*
002120 END PROGRAM SAVINGS_ACCOUNT_CONVERT3.
