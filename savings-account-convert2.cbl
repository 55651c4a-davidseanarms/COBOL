000010* ---------------------------------------------------------------
000020* SAVINGS_ACCOUNT_CONVERT2 IS THE ONE-TIME CONVERSION OF THE
000030* INDEXED SAVINGS ACCOUNT MASTER TO THE LAYOUT THAT CARRIES
000040* INTEREST PAID YEAR TO DATE (SAR-YTD-INTEREST), THE CALENDAR
000050* YEAR IT BELONGS TO, AND LAST YEAR'S TOTAL, WHICH THE SAVINGS
000060* BATCH NOW KEEPS FOR 1099-INT REPORTING. EVERY ACCOUNT AND THE
000070* CONTROL-TOTAL TRAILER (KEY 9999999999) ARE COPIED TO
000080* SAVC2NEW; OPERATIONS THEN RETIRES THE OLD SAVACCT AND RENAMES
000090* SAVC2NEW IN ITS PLACE BEFORE ANY OF THE NEW-LAYOUT PROGRAMS
000100* ARE RUN.
000110*
000120* THE NEW FIELDS START AT ZERO FOR THE CURRENT YEAR. INTEREST
000130* ALREADY PAID THIS YEAR BEFORE THE CONVERSION CAN BE SEEDED
000140* FROM THE OPTIONAL SAVYTDIN FILE (ACCOUNT ID, AMOUNT) IN
000150* ACCOUNT-ID ORDER, SO THE YEAR'S 1099-INT IS COMPLETE. A SEED
000160* FOR AN ACCOUNT NOT ON SAVACCT IS LISTED AND SKIPPED. RUN ONCE
000170* ONLY.
000180* ---------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SAVINGS_ACCOUNT_CONVERT2.
000210 AUTHOR. D. SHAPIRO.
000220 INSTALLATION. RETAIL BANKING SYSTEMS.
000230 DATE-WRITTEN. 10/15/2026.
000240 DATE-COMPILED.
000250*
000260* ---------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE       BY    DESCRIPTION
000290*   10/15/2026 DAS   ORIGINAL ONE-TIME CONVERSION FOR THE
000300*                    YEAR-TO-DATE INTEREST FIELDS ADDED TO THE
000310*                    ACCOUNT RECORD, FOLLOWING THE PATTERN OF
000320*                    SAVINGS_ACCOUNT_INDEXED.
000330* ---------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OLD-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS OAR-ACCOUNT-ID
000450         FILE STATUS IS DL310-OLD-FILE-STATUS.
000460     SELECT NEW-ACCOUNT-FILE ASSIGN TO "SAVC2NEW"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS SAR-ACCOUNT-ID
000500         FILE STATUS IS DL310-NEW-FILE-STATUS.
000510     SELECT OPTIONAL YTD-SEED-FILE ASSIGN TO "SAVYTDIN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DL310-SEED-FILE-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*
000580 FD  OLD-ACCOUNT-FILE.
000590 01  OLD-ACCOUNT-RECORD.
000600     05  OAR-ACCOUNT-ID          PIC X(10).
000610     05  OAR-BALANCE             PIC S9(07)V99
000620         SIGN IS TRAILING SEPARATE.
000630     05  OAR-INTEREST-RATE       PIC S9(04)V9
000640         SIGN IS TRAILING SEPARATE.
000650     05  OAR-YEARS               PIC 9(02).
000660     05  OAR-COMPOUND-FREQ       PIC X(01).
000670     05  OAR-LAST-ACTIVITY-DATE  PIC 9(08).
000680     05  OAR-DORMANT-FLAG        PIC X(01).
000690     05  OAR-PRODUCT-CODE        PIC X(02).
000700     05  OAR-CUSTOMER-NUMBER     PIC X(06).
000710 01  OLD-ACCOUNT-TRAILER.
000720     05  OAT-TRAILER-ID          PIC X(10).
000730     05  OAT-RECORD-COUNT        PIC 9(07).
000740     05  OAT-HASH-AMOUNT         PIC S9(10)V99
000750         SIGN IS TRAILING SEPARATE.
000760*
000770 FD  NEW-ACCOUNT-FILE.
000780 01  SAVINGS-ACCOUNT-RECORD.
000790     05  SAR-ACCOUNT-ID          PIC X(10).
000800     05  SAR-BALANCE             PIC S9(07)V99
000810         SIGN IS TRAILING SEPARATE.
000820     05  SAR-INTEREST-RATE       PIC S9(04)V9
000830         SIGN IS TRAILING SEPARATE.
000840     05  SAR-YEARS               PIC 9(02).
000850     05  SAR-COMPOUND-FREQ       PIC X(01).
000860     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
000870     05  SAR-DORMANT-FLAG        PIC X(01).
000880     05  SAR-PRODUCT-CODE        PIC X(02).
000890     05  SAR-CUSTOMER-NUMBER     PIC X(06).
000900     05  SAR-YTD-INTEREST        PIC S9(07)V99
000910         SIGN IS TRAILING SEPARATE.
000920     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
000930     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000940         SIGN IS TRAILING SEPARATE.
000950 01  SAVINGS-ACCOUNT-TRAILER.
000960     05  SAT-TRAILER-ID          PIC X(10).
000970     05  SAT-RECORD-COUNT        PIC 9(07).
000980     05  SAT-HASH-AMOUNT         PIC S9(10)V99
000990         SIGN IS TRAILING SEPARATE.
001000*
001010 FD  YTD-SEED-FILE.
001020 01  YTD-SEED-RECORD.
001030     05  YSR-ACCOUNT-ID          PIC X(10).
001040     05  YSR-YTD-INTEREST        PIC S9(07)V99
001050         SIGN IS TRAILING SEPARATE.
001060*
001070 WORKING-STORAGE SECTION.
001080*
001090 77  DL310-OLD-FILE-STATUS       PIC X(02) VALUE "00".
001100 77  DL310-NEW-FILE-STATUS       PIC X(02) VALUE "00".
001110 77  DL310-SEED-FILE-STATUS      PIC X(02) VALUE "00".
001120*
001130 77  DL310-TRAILER-ID            PIC X(10) VALUE "9999999999".
001140*
001150 01  DL310-RUN-DATE              PIC 9(08) VALUE ZERO.
001160 01  DL310-RUN-YEAR              PIC 9(04) VALUE ZERO.
001170*
001180 01  DL310-EOF-SWITCH            PIC X(01) VALUE "N".
001190     88  DL310-END-OF-OLD-FILE              VALUE "Y".
001200*
001210 01  DL310-SEED-EOF-SWITCH       PIC X(01) VALUE "N".
001220     88  DL310-END-OF-SEED-FILE             VALUE "Y".
001230*
001240 01  DL310-TRAILER-SWITCH        PIC X(01) VALUE "N".
001250     88  DL310-TRAILER-FOUND                VALUE "Y".
001260*
001270 01  DL310-CONVERTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001280 01  DL310-SEEDED-COUNT          PIC 9(07) COMP VALUE ZERO.
001290 01  DL310-UNMATCHED-SEED-COUNT  PIC 9(07) COMP VALUE ZERO.
001300*
001310 PROCEDURE DIVISION.
001320*
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
001360         UNTIL DL310-END-OF-OLD-FILE.
001370     PERFORM 9000-WRAPUP THRU 9000-EXIT.
001380     STOP RUN.
001390*
001400 1000-INITIALIZE.
001410     ACCEPT DL310-RUN-DATE FROM DATE YYYYMMDD.
001420     COMPUTE DL310-RUN-YEAR = DL310-RUN-DATE / 10000.
001430     OPEN INPUT OLD-ACCOUNT-FILE.
001440     IF DL310-OLD-FILE-STATUS NOT = "00"
001450         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
001460             DL310-OLD-FILE-STATUS
001470         STOP RUN
001480     END-IF.
001490     OPEN OUTPUT NEW-ACCOUNT-FILE.
001500     IF DL310-NEW-FILE-STATUS NOT = "00"
001510         DISPLAY "SAVC2NEW OPEN FAILED, STATUS = "
001520             DL310-NEW-FILE-STATUS
001530         STOP RUN
001540     END-IF.
001550     OPEN INPUT YTD-SEED-FILE.
001560     IF DL310-SEED-FILE-STATUS NOT = "00" AND
001570             DL310-SEED-FILE-STATUS NOT = "05"
001580         DISPLAY "SAVYTDIN OPEN FAILED, STATUS = "
001590             DL310-SEED-FILE-STATUS
001600         STOP RUN
001610     END-IF.
001620     PERFORM 2300-READ-YTD-SEED THRU 2300-EXIT.
001630     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
001640 1000-EXIT.
001650     EXIT.
001660*
001670* ---------------------------------------------------------------
001680* 2000-CONVERT-ONE-RECORD COPIES ONE RECORD TO THE NEW MASTER.
001690* THE OLD MASTER IS READ IN KEY ORDER WITH THE TRAILER LAST,
001700* WHICH IS EXACTLY THE ORDER A SEQUENTIAL-ACCESS INDEXED LOAD
001710* REQUIRES. THE YEAR-TO-DATE FIGURE STARTS AT ZERO FOR THE
001720* CURRENT YEAR UNLESS SAVYTDIN SUPPLIES ONE.
001730* ---------------------------------------------------------------
001740 2000-CONVERT-ONE-RECORD.
001750     IF OAR-ACCOUNT-ID = DL310-TRAILER-ID
001760         SET DL310-TRAILER-FOUND TO TRUE
001770         MOVE OAT-TRAILER-ID TO SAT-TRAILER-ID
001780         MOVE OAT-RECORD-COUNT TO SAT-RECORD-COUNT
001790         MOVE OAT-HASH-AMOUNT TO SAT-HASH-AMOUNT
001800         WRITE SAVINGS-ACCOUNT-TRAILER
001810             INVALID KEY
001820                 DISPLAY "TRAILER KEY REJECTED BY SAVC2NEW"
001830                 MOVE 16 TO RETURN-CODE
001840                 STOP RUN
001850         END-WRITE
001860         SET DL310-END-OF-OLD-FILE TO TRUE
001870         GO TO 2000-EXIT
001880     END-IF.
001890     MOVE OAR-ACCOUNT-ID TO SAR-ACCOUNT-ID.
001900     MOVE OAR-BALANCE TO SAR-BALANCE.
001910     MOVE OAR-INTEREST-RATE TO SAR-INTEREST-RATE.
001920     MOVE OAR-YEARS TO SAR-YEARS.
001930     MOVE OAR-COMPOUND-FREQ TO SAR-COMPOUND-FREQ.
001940     MOVE OAR-LAST-ACTIVITY-DATE TO SAR-LAST-ACTIVITY-DATE.
001950     MOVE OAR-DORMANT-FLAG TO SAR-DORMANT-FLAG.
001960     MOVE OAR-PRODUCT-CODE TO SAR-PRODUCT-CODE.
001970     MOVE OAR-CUSTOMER-NUMBER TO SAR-CUSTOMER-NUMBER.
001980     MOVE ZERO TO SAR-YTD-INTEREST.
001990     MOVE DL310-RUN-YEAR TO SAR-YTD-INTEREST-YEAR.
002000     MOVE ZERO TO SAR-PRIOR-YEAR-INTEREST.
002010     PERFORM 2200-SKIP-UNMATCHED-SEED THRU 2200-EXIT
002020         UNTIL DL310-END-OF-SEED-FILE
002030         OR YSR-ACCOUNT-ID NOT < SAR-ACCOUNT-ID.
002040     IF NOT DL310-END-OF-SEED-FILE AND
002050             YSR-ACCOUNT-ID = SAR-ACCOUNT-ID
002060         MOVE YSR-YTD-INTEREST TO SAR-YTD-INTEREST
002070         ADD 1 TO DL310-SEEDED-COUNT
002080         PERFORM 2300-READ-YTD-SEED THRU 2300-EXIT
002090     END-IF.
002100     WRITE SAVINGS-ACCOUNT-RECORD
002110         INVALID KEY
002120             DISPLAY "DUPLICATE OR OUT-OF-SEQUENCE ACCOUNT "
002130                 SAR-ACCOUNT-ID " NOT CONVERTED"
002140         NOT INVALID KEY
002150             ADD 1 TO DL310-CONVERTED-COUNT
002160     END-WRITE.
002170     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
002180 2000-EXIT.
002190     EXIT.
002200*
002210 2100-READ-OLD-RECORD.
002220     READ OLD-ACCOUNT-FILE
002230         AT END
002240             SET DL310-END-OF-OLD-FILE TO TRUE
002250     END-READ.
002260 2100-EXIT.
002270     EXIT.
002280*
002290 2200-SKIP-UNMATCHED-SEED.
002300     DISPLAY "YTD SEED FOR ACCOUNT " YSR-ACCOUNT-ID
002310         " NOT ON SAVACCT, SKIPPED".
002320     ADD 1 TO DL310-UNMATCHED-SEED-COUNT.
002330     PERFORM 2300-READ-YTD-SEED THRU 2300-EXIT.
002340 2200-EXIT.
002350     EXIT.
002360*
002370 2300-READ-YTD-SEED.
002380     READ YTD-SEED-FILE
002390         AT END
002400             SET DL310-END-OF-SEED-FILE TO TRUE
002410     END-READ.
002420 2300-EXIT.
002430     EXIT.
002440*
002450 9000-WRAPUP.
002460     PERFORM 2200-SKIP-UNMATCHED-SEED THRU 2200-EXIT
002470         UNTIL DL310-END-OF-SEED-FILE.
002480     CLOSE OLD-ACCOUNT-FILE.
002490     CLOSE NEW-ACCOUNT-FILE.
002500     CLOSE YTD-SEED-FILE.
002510     IF DL310-CONVERTED-COUNT > ZERO AND
002520             NOT DL310-TRAILER-FOUND
002530         DISPLAY "WARNING: SAVACCT TRAILER RECORD MISSING, "
002540             "SAVC2NEW HAS NO TRAILER EITHER"
002550         MOVE 8 TO RETURN-CODE
002560     END-IF.
002570     IF DL310-UNMATCHED-SEED-COUNT > ZERO
002580         MOVE 8 TO RETURN-CODE
002590     END-IF.
002600     DISPLAY "ACCOUNTS CONVERTED: " DL310-CONVERTED-COUNT.
002610     DISPLAY "YTD INTEREST SEEDED: " DL310-SEEDED-COUNT.
002620     DISPLAY "YTD SEEDS SKIPPED:   " DL310-UNMATCHED-SEED-COUNT.
002630     DISPLAY "RETIRE THE OLD SAVACCT AND RENAME SAVC2NEW TO "
002640         "SAVACCT BEFORE RUNNING THE NEW-LAYOUT PROGRAMS.".
002650 9000-EXIT.
002660     EXIT.
002670*
002680 END PROGRAM SAVINGS_ACCOUNT_CONVERT2.
