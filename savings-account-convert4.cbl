000010* ---------------------------------------------------------------
000020* SAVINGS_ACCOUNT_CONVERT4 IS THE ONE-TIME CONVERSION OF THE
000030* INDEXED SAVINGS ACCOUNT MASTER TO THE LAYOUT THAT CARRIES THE
000040* TERM CERTIFICATE (CD) FIELDS: ACCOUNT TYPE, OPEN DATE, TERM IN
000050* MONTHS, MATURITY DATE, THE CUSTOMER'S MATURITY INSTRUCTION,
000060* THE LINKED SAVINGS ACCOUNT FOR A PAYOUT AT MATURITY, THE
000070* DATE THE MATURITY NOTICE WENT OUT, AND THE EARLY-WITHDRAWAL
000080* PENALTIES CHARGED THIS YEAR AND LAST YEAR (1099-INT BOX 2).
000090* EVERY ACCOUNT AND THE
000100* CONTROL-TOTAL TRAILER (KEY 9999999999) ARE COPIED TO SAVC4NEW;
000110* OPERATIONS THEN RETIRES THE OLD SAVACCT AND RENAMES SAVC4NEW
000120* IN ITS PLACE BEFORE ANY OF THE NEW-LAYOUT PROGRAMS ARE RUN.
000130*
000140* EVERY ACCOUNT ON THE OLD MASTER IS AN ORDINARY PASSBOOK
000150* SAVINGS ACCOUNT, SO EACH CONVERTS AS TYPE "S" WITH NO TERM,
000160* NO MATURITY, NO LINKED ACCOUNT, AND NO PENALTIES TO DATE.
000170* CERTIFICATES ARE OPENED THROUGH SAVINGS_ACCOUNT_MAINT AFTER
000180* CONVERSION. RUN ONCE ONLY.
000190* ---------------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. SAVINGS_ACCOUNT_CONVERT4.
000220 AUTHOR. D. SHAPIRO.
000230 INSTALLATION. RETAIL BANKING SYSTEMS.
000240 DATE-WRITTEN. 10/15/2026.
000250 DATE-COMPILED.
000260*
000270* ---------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       BY    DESCRIPTION
000300*   10/15/2026 DAS   ORIGINAL ONE-TIME CONVERSION FOR THE TERM
000310*                    CERTIFICATE AND EARLY-WITHDRAWAL PENALTY
000320*                    FIELDS ADDED TO THE ACCOUNT RECORD, FOLLOWING
000330*                    THE PATTERN OF SAVINGS_ACCOUNT_CONVERT3.
000340* ---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390*
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OLD-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS OAR-ACCOUNT-ID
000460         FILE STATUS IS DL330-OLD-FILE-STATUS.
000470     SELECT NEW-ACCOUNT-FILE ASSIGN TO "SAVC4NEW"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS SAR-ACCOUNT-ID
000510         FILE STATUS IS DL330-NEW-FILE-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000560 FD  OLD-ACCOUNT-FILE.
000570 01  OLD-ACCOUNT-RECORD.
000580     05  OAR-ACCOUNT-ID          PIC X(10).
000590     05  OAR-BALANCE             PIC S9(07)V99
000600         SIGN IS TRAILING SEPARATE.
000610     05  OAR-INTEREST-RATE       PIC S9(04)V9
000620         SIGN IS TRAILING SEPARATE.
000630     05  OAR-YEARS               PIC 9(02).
000640     05  OAR-COMPOUND-FREQ       PIC X(01).
000650     05  OAR-LAST-ACTIVITY-DATE  PIC 9(08).
000660     05  OAR-DORMANT-FLAG        PIC X(01).
000670     05  OAR-PRODUCT-CODE        PIC X(02).
000680     05  OAR-CUSTOMER-NUMBER     PIC X(06).
000690     05  OAR-YTD-INTEREST        PIC S9(07)V99
000700         SIGN IS TRAILING SEPARATE.
000710     05  OAR-YTD-INTEREST-YEAR   PIC 9(04).
000720     05  OAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000730         SIGN IS TRAILING SEPARATE.
000740     05  OAR-ACCOUNT-STATUS      PIC X(01).
000750     05  OAR-CLOSE-DATE          PIC 9(08).
000760 01  OLD-ACCOUNT-TRAILER.
000770     05  OAT-TRAILER-ID          PIC X(10).
000780     05  OAT-RECORD-COUNT        PIC 9(07).
000790     05  OAT-HASH-AMOUNT         PIC S9(10)V99
000800         SIGN IS TRAILING SEPARATE.
000810*
000820 FD  NEW-ACCOUNT-FILE.
000830 01  SAVINGS-ACCOUNT-RECORD.
000840     05  SAR-ACCOUNT-ID          PIC X(10).
000850     05  SAR-BALANCE             PIC S9(07)V99
000860         SIGN IS TRAILING SEPARATE.
000870     05  SAR-INTEREST-RATE       PIC S9(04)V9
000880         SIGN IS TRAILING SEPARATE.
000890     05  SAR-YEARS               PIC 9(02).
000900     05  SAR-COMPOUND-FREQ       PIC X(01).
000910     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
000920     05  SAR-DORMANT-FLAG        PIC X(01).
000930     05  SAR-PRODUCT-CODE        PIC X(02).
000940     05  SAR-CUSTOMER-NUMBER     PIC X(06).
000950     05  SAR-YTD-INTEREST        PIC S9(07)V99
000960         SIGN IS TRAILING SEPARATE.
000970     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
000980     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000990         SIGN IS TRAILING SEPARATE.
001000     05  SAR-ACCOUNT-STATUS      PIC X(01).
001010     05  SAR-CLOSE-DATE          PIC 9(08).
001020     05  SAR-ACCOUNT-TYPE        PIC X(01).
001030     05  SAR-OPEN-DATE           PIC 9(08).
001040     05  SAR-TERM-MONTHS         PIC 9(03).
001050     05  SAR-MATURITY-DATE       PIC 9(08).
001060     05  SAR-MATURITY-OPTION     PIC X(01).
001070     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
001080     05  SAR-NOTICE-DATE         PIC 9(08).
001090     05  SAR-YTD-PENALTY         PIC S9(07)V99
001100         SIGN IS TRAILING SEPARATE.
001110     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
001120         SIGN IS TRAILING SEPARATE.
001130 01  SAVINGS-ACCOUNT-TRAILER.
001140     05  SAT-TRAILER-ID          PIC X(10).
001150     05  SAT-RECORD-COUNT        PIC 9(07).
001160     05  SAT-HASH-AMOUNT         PIC S9(10)V99
001170         SIGN IS TRAILING SEPARATE.
001180*
001190 WORKING-STORAGE SECTION.
001200*
001210 77  DL330-OLD-FILE-STATUS       PIC X(02) VALUE "00".
001220 77  DL330-NEW-FILE-STATUS       PIC X(02) VALUE "00".
001230*
001240 77  DL330-TRAILER-ID            PIC X(10) VALUE "9999999999".
001250*
001260 01  DL330-EOF-SWITCH            PIC X(01) VALUE "N".
001270     88  DL330-END-OF-OLD-FILE              VALUE "Y".
001280*
001290 01  DL330-TRAILER-SWITCH        PIC X(01) VALUE "N".
001300     88  DL330-TRAILER-FOUND                VALUE "Y".
001310*
001320 01  DL330-CONVERTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001330*
001340 PROCEDURE DIVISION.
001350*
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
001390         UNTIL DL330-END-OF-OLD-FILE.
001400     PERFORM 9000-WRAPUP THRU 9000-EXIT.
001410     STOP RUN.
001420*
001430 1000-INITIALIZE.
001440     OPEN INPUT OLD-ACCOUNT-FILE.
001450     IF DL330-OLD-FILE-STATUS NOT = "00"
001460         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
001470             DL330-OLD-FILE-STATUS
001480         STOP RUN
001490     END-IF.
001500     OPEN OUTPUT NEW-ACCOUNT-FILE.
001510     IF DL330-NEW-FILE-STATUS NOT = "00"
001520         DISPLAY "SAVC4NEW OPEN FAILED, STATUS = "
001530             DL330-NEW-FILE-STATUS
001540         STOP RUN
001550     END-IF.
001560     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
001570 1000-EXIT.
001580     EXIT.
001590*
001600* ---------------------------------------------------------------
001610* 2000-CONVERT-ONE-RECORD COPIES ONE RECORD TO THE NEW MASTER.
001620* THE OLD MASTER IS READ IN KEY ORDER WITH THE TRAILER LAST,
001630* WHICH IS EXACTLY THE ORDER A SEQUENTIAL-ACCESS INDEXED LOAD
001640* REQUIRES. EACH ACCOUNT GOES ACROSS AS PASSBOOK SAVINGS, OPEN
001650* SINCE ITS DATE OF LAST ACTIVITY (THE OLD MASTER KEPT NO OPEN
001660* DATE), WITH THE CERTIFICATE FIELDS EMPTY.
001670* ---------------------------------------------------------------
001680 2000-CONVERT-ONE-RECORD.
001690     IF OAR-ACCOUNT-ID = DL330-TRAILER-ID
001700         SET DL330-TRAILER-FOUND TO TRUE
001710         MOVE OAT-TRAILER-ID TO SAT-TRAILER-ID
001720         MOVE OAT-RECORD-COUNT TO SAT-RECORD-COUNT
001730         MOVE OAT-HASH-AMOUNT TO SAT-HASH-AMOUNT
001740         WRITE SAVINGS-ACCOUNT-TRAILER
001750             INVALID KEY
001760                 DISPLAY "TRAILER KEY REJECTED BY SAVC4NEW"
001770                 MOVE 16 TO RETURN-CODE
001780                 STOP RUN
001790         END-WRITE
001800         SET DL330-END-OF-OLD-FILE TO TRUE
001810         GO TO 2000-EXIT
001820     END-IF.
001830     MOVE OAR-ACCOUNT-ID TO SAR-ACCOUNT-ID.
001840     MOVE OAR-BALANCE TO SAR-BALANCE.
001850     MOVE OAR-INTEREST-RATE TO SAR-INTEREST-RATE.
001860     MOVE OAR-YEARS TO SAR-YEARS.
001870     MOVE OAR-COMPOUND-FREQ TO SAR-COMPOUND-FREQ.
001880     MOVE OAR-LAST-ACTIVITY-DATE TO SAR-LAST-ACTIVITY-DATE.
001890     MOVE OAR-DORMANT-FLAG TO SAR-DORMANT-FLAG.
001900     MOVE OAR-PRODUCT-CODE TO SAR-PRODUCT-CODE.
001910     MOVE OAR-CUSTOMER-NUMBER TO SAR-CUSTOMER-NUMBER.
001920     MOVE OAR-YTD-INTEREST TO SAR-YTD-INTEREST.
001930     MOVE OAR-YTD-INTEREST-YEAR TO SAR-YTD-INTEREST-YEAR.
001940     MOVE OAR-PRIOR-YEAR-INTEREST TO SAR-PRIOR-YEAR-INTEREST.
001950     MOVE OAR-ACCOUNT-STATUS TO SAR-ACCOUNT-STATUS.
001960     MOVE OAR-CLOSE-DATE TO SAR-CLOSE-DATE.
001970     MOVE "S" TO SAR-ACCOUNT-TYPE.
001980     MOVE OAR-LAST-ACTIVITY-DATE TO SAR-OPEN-DATE.
001990     MOVE ZERO TO SAR-TERM-MONTHS.
002000     MOVE ZERO TO SAR-MATURITY-DATE.
002010     MOVE SPACE TO SAR-MATURITY-OPTION.
002020     MOVE SPACES TO SAR-LINKED-ACCOUNT-ID.
002030     MOVE ZERO TO SAR-NOTICE-DATE.
002040     MOVE ZERO TO SAR-YTD-PENALTY.
002050     MOVE ZERO TO SAR-PRIOR-YEAR-PENALTY.
002060     WRITE SAVINGS-ACCOUNT-RECORD
002070         INVALID KEY
002080             DISPLAY "DUPLICATE OR OUT-OF-SEQUENCE ACCOUNT "
002090                 SAR-ACCOUNT-ID " NOT CONVERTED"
002100         NOT INVALID KEY
002110             ADD 1 TO DL330-CONVERTED-COUNT
002120     END-WRITE.
002130     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
002140 2000-EXIT.
002150     EXIT.
002160*
002170 2100-READ-OLD-RECORD.
002180     READ OLD-ACCOUNT-FILE
002190         AT END
002200             SET DL330-END-OF-OLD-FILE TO TRUE
002210     END-READ.
002220 2100-EXIT.
002230     EXIT.
002240*
002250 9000-WRAPUP.
002260     CLOSE OLD-ACCOUNT-FILE.
002270     CLOSE NEW-ACCOUNT-FILE.
002280     IF DL330-CONVERTED-COUNT > ZERO AND
002290             NOT DL330-TRAILER-FOUND
002300         DISPLAY "WARNING: SAVACCT TRAILER RECORD MISSING, "
002310             "SAVC4NEW HAS NO TRAILER EITHER"
002320         MOVE 8 TO RETURN-CODE
002330     END-IF.
002340     DISPLAY "ACCOUNTS CONVERTED: " DL330-CONVERTED-COUNT.
002350     DISPLAY "RETIRE THE OLD SAVACCT AND RENAME SAVC4NEW TO "
002360         "SAVACCT BEFORE RUNNING THE NEW-LAYOUT PROGRAMS.".
002370 9000-EXIT.
002380     EXIT.
002390*
002400 END PROGRAM SAVINGS_ACCOUNT_CONVERT4.
