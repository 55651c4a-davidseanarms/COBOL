000010* ---------------------------------------------------------------
000020* SAVINGS_STMT_REPRINT REPRINTS A CUSTOMER STATEMENT FOR ONE
000030* SAVINGS ACCOUNT AND ANY PAST PERIOD FROM THE PERMANENT
000040* TRANSACTION HISTORY (SAVHIST), SO A BRANCH CAN ANSWER A
000050* REQUEST FOR AN OLD STATEMENT WITHOUT RERUNNING OR HAND-
000060* REBUILDING A NIGHT'S SAVSTMT. THE RUN IS STARTED WITH
000070*
000080*     SAVINGS_STMT_REPRINT ACCOUNTID YYYYMMDD YYYYMMDD
000090*
000100* GIVING THE ACCOUNT AND THE FIRST AND LAST POSTING DATES OF
000110* THE PERIOD (A MISSING FROM-DATE MEANS FROM THE FIRST ENTRY ON
000120* FILE, A MISSING TO-DATE MEANS THROUGH THE LAST). THE OPENING
000130* BALANCE IS THE BALANCE AFTER THE LAST POSTED ENTRY BEFORE THE
000140* PERIOD; WHEN THE ACCOUNT HAS NO EARLIER HISTORY IT IS WORKED
000150* BACK FROM THE FIRST POSTED ENTRY IN THE PERIOD. THE STATEMENT
000160* IS WRITTEN TO SAVRPRT.
000170* ---------------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. SAVINGS_STMT_REPRINT.
000200 AUTHOR. D. SHAPIRO.
000210 INSTALLATION. RETAIL BANKING SYSTEMS.
000220 DATE-WRITTEN. 10/15/2026.
000230 DATE-COMPILED.
000240*
000250* ---------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       BY    DESCRIPTION
000280*   10/15/2026 DAS   ORIGINAL STATEMENT REPRINT FROM THE
000290*                    TRANSACTION HISTORY FILE, LAID OUT LIKE THE
000300*                    NIGHTLY SAVSTMT PAGE.
000310*   10/15/2026 DAS   SHOWS THE "CLS" CLOSING PAYOUT AND "PRG"
000320*                    PURGE ENTRIES OF A CLOSED ACCOUNT, WITH THE
000330*                    PAYOUT IN THE PERIOD TOTALS, AND THE NEW
000340*                    REJECT REASON 06 (ACCOUNT IS CLOSED).
000350*                    CARRIED THE NEW ACCOUNT STATUS AND CLOSE
000360*                    DATE ON THE ACCOUNT RECORD (SEE
000370*                    SAVINGS_ACCOUNT_CONVERT3).
000380*   10/15/2026 DAS   SHOWS THE TERM CERTIFICATE ENTRIES: "PEN"
000390*                    EARLY-WITHDRAWAL PENALTY (IN ITS OWN PERIOD
000400*                    TOTAL), "MAT" MATURITY PROCEEDS PAID OUT
000410*                    (WITH THE PAYOUTS), "XFR" MATURITY PROCEEDS
000420*                    RECEIVED (WITH THE DEPOSITS), AND "RNW"
000430*                    RENEWAL, AND THE NEW REJECT REASONS 07 AND
000440*                    08. CARRIED THE NEW CERTIFICATE FIELDS ON
000450*                    THE ACCOUNT RECORD (SEE
000460*                    SAVINGS_ACCOUNT_CONVERT4).
000470*   10/15/2026 DAS   CARRIED THE NEW YEAR-TO-DATE AND PRIOR-YEAR
000480*                    EARLY-WITHDRAWAL PENALTY FIELDS ON THE
000490*                    ACCOUNT RECORD (SEE
000500*                    SAVINGS_ACCOUNT_CONVERT4).
000510* ---------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560*
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SAVINGS-HISTORY-FILE ASSIGN TO "SAVHIST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS STH-KEY
000630         FILE STATUS IS DL800-HIST-FILE-STATUS.
000640     SELECT SAVINGS-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS SAR-ACCOUNT-ID
000680         FILE STATUS IS DL800-ACCOUNT-FILE-STATUS.
000690     SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS CMR-CUSTOMER-NUMBER
000730         FILE STATUS IS DL800-CUST-FILE-STATUS.
000740     SELECT REPRINT-STMT-FILE ASSIGN TO "SAVRPRT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS DL800-STMT-FILE-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810 FD  SAVINGS-HISTORY-FILE.
000820 01  SAVINGS-HISTORY-RECORD.
000830     05  STH-KEY.
000840         10  STH-ACCOUNT-ID      PIC X(10).
000850         10  STH-POSTING-DATE    PIC 9(08).
000860         10  STH-SEQUENCE        PIC 9(07).
000870     05  STH-ENTRY-TYPE          PIC X(03).
000880     05  STH-AMOUNT              PIC S9(09)V99
000890         SIGN IS TRAILING SEPARATE.
000900     05  STH-BALANCE-AFTER       PIC S9(09)V99
000910         SIGN IS TRAILING SEPARATE.
000920     05  STH-TRANS-TYPE          PIC X(01).
000930     05  STH-REASON-CODE         PIC X(02).
000940     05  FILLER                  PIC X(25).
000950*
000960 FD  SAVINGS-ACCOUNT-FILE.
000970 01  SAVINGS-ACCOUNT-RECORD.
000980     05  SAR-ACCOUNT-ID          PIC X(10).
000990     05  SAR-BALANCE             PIC S9(07)V99
001000         SIGN IS TRAILING SEPARATE.
001010     05  SAR-INTEREST-RATE       PIC S9(04)V9
001020         SIGN IS TRAILING SEPARATE.
001030     05  SAR-YEARS               PIC 9(02).
001040     05  SAR-COMPOUND-FREQ       PIC X(01).
001050     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
001060     05  SAR-DORMANT-FLAG        PIC X(01).
001070     05  SAR-PRODUCT-CODE        PIC X(02).
001080     05  SAR-CUSTOMER-NUMBER     PIC X(06).
001090     05  SAR-YTD-INTEREST        PIC S9(07)V99
001100         SIGN IS TRAILING SEPARATE.
001110     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
001120     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
001130         SIGN IS TRAILING SEPARATE.
001140     05  SAR-ACCOUNT-STATUS      PIC X(01).
001150     05  SAR-CLOSE-DATE          PIC 9(08).
001160     05  SAR-ACCOUNT-TYPE        PIC X(01).
001170     05  SAR-OPEN-DATE           PIC 9(08).
001180     05  SAR-TERM-MONTHS         PIC 9(03).
001190     05  SAR-MATURITY-DATE       PIC 9(08).
001200     05  SAR-MATURITY-OPTION     PIC X(01).
001210     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
001220     05  SAR-NOTICE-DATE         PIC 9(08).
001230     05  SAR-YTD-PENALTY         PIC S9(07)V99
001240         SIGN IS TRAILING SEPARATE.
001250     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
001260         SIGN IS TRAILING SEPARATE.
001270*
001280 FD  CUSTOMER-MASTER-FILE.
001290 01  CUSTOMER-MASTER-RECORD.
001300     05  CMR-CUSTOMER-NUMBER     PIC X(06).
001310     05  CMR-CUSTOMER-NAME       PIC X(30).
001320     05  CMR-STREET-ADDRESS      PIC X(30).
001330     05  CMR-CITY                PIC X(20).
001340     05  CMR-STATE               PIC X(02).
001350     05  CMR-ZIP-CODE            PIC X(05).
001360     05  CMR-TAXPAYER-ID         PIC X(09).
001370     05  CMR-TIN-TYPE            PIC X(01).
001380     05  CMR-WITHHOLDING-CODE    PIC X(01).
001390*
001400 FD  REPRINT-STMT-FILE.
001410 01  REPRINT-STMT-RECORD         PIC X(80).
001420*
001430 WORKING-STORAGE SECTION.
001440*
001450 77  DL800-HIST-FILE-STATUS      PIC X(02) VALUE "00".
001460 77  DL800-ACCOUNT-FILE-STATUS   PIC X(02) VALUE "00".
001470 77  DL800-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001480 77  DL800-STMT-FILE-STATUS      PIC X(02) VALUE "00".
001490*
001500 01  DL800-RUN-DATE              PIC 9(08) VALUE ZERO.
001510*
001520 01  DL800-COMMAND-LINE-PARM     PIC X(40) VALUE SPACES.
001530 01  DL800-ACCOUNT-ID            PIC X(10) VALUE SPACES.
001540 01  DL800-FROM-DATE-X           PIC X(08) VALUE SPACES.
001550 01  DL800-FROM-DATE-N REDEFINES DL800-FROM-DATE-X
001560                                 PIC 9(08).
001570 01  DL800-TO-DATE-X             PIC X(08) VALUE SPACES.
001580 01  DL800-TO-DATE-N REDEFINES DL800-TO-DATE-X
001590                                 PIC 9(08).
001600*
001610 01  DL800-SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
001620     88  DL800-END-OF-HISTORY-SCAN          VALUE "Y".
001630*
001640* THE OPENING BALANCE COMES FROM THE LAST POSTED ENTRY BEFORE THE
001650* PERIOD WHEN THERE IS ONE, OTHERWISE FROM THE FIRST POSTED ENTRY
001660* IN THE PERIOD WORKED BACK BY ITS OWN AMOUNT.
001670 01  DL800-PRIOR-SWITCH          PIC X(01) VALUE "N".
001680     88  DL800-PRIOR-BALANCE-FOUND          VALUE "Y".
001690 01  DL800-FIRST-SWITCH          PIC X(01) VALUE "N".
001700     88  DL800-FIRST-ENTRY-FOUND            VALUE "Y".
001710*
001720 01  DL800-PRIOR-BALANCE         PIC S9(09)V99 COMP-3 VALUE ZERO.
001730 01  DL800-DERIVED-OPENING       PIC S9(09)V99 COMP-3 VALUE ZERO.
001740 01  DL800-OPENING-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
001750 01  DL800-CLOSING-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
001760 01  DL800-TOTAL-DEPOSITS        PIC S9(09)V99 COMP-3 VALUE ZERO.
001770 01  DL800-TOTAL-WITHDRAWALS     PIC S9(09)V99 COMP-3 VALUE ZERO.
001780 01  DL800-TOTAL-INTEREST        PIC S9(09)V99 COMP-3 VALUE ZERO.
001790 01  DL800-TOTAL-SVC-CHARGES     PIC S9(09)V99 COMP-3 VALUE ZERO.
001800 01  DL800-TOTAL-PAYOUTS         PIC S9(09)V99 COMP-3 VALUE ZERO.
001810 01  DL800-TOTAL-PENALTIES       PIC S9(09)V99 COMP-3 VALUE ZERO.
001820*
001830 01  DL800-ENTRY-COUNT           PIC 9(07) COMP VALUE ZERO.
001840 01  DL800-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
001850*
001860 01  DL800-STMT-HEADING-LINE.
001870     05  FILLER                  PIC X(27) VALUE
001880         "STATEMENT REPRINT  ACCOUNT ".
001890     05  DSH-ACCOUNT-ID          PIC X(10).
001900     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
001910     05  DSH-FROM-DATE           PIC 9(08).
001920     05  FILLER                  PIC X(04) VALUE " TO ".
001930     05  DSH-TO-DATE             PIC 9(08).
001940     05  FILLER                  PIC X(14) VALUE SPACES.
001950*
001960 01  DL800-STMT-RULE-LINE        PIC X(80) VALUE ALL "-".
001970*
001980 01  DL800-STMT-NAME-LINE.
001990     05  DSN-CUSTOMER-NAME       PIC X(30).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
002020     05  DSN-CUSTOMER-NUMBER     PIC X(06).
002030     05  FILLER                  PIC X(33) VALUE SPACES.
002040*
002050 01  DL800-STMT-ADDR-LINE.
002060     05  DSA-STREET-ADDRESS      PIC X(30).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  DSA-CITY                PIC X(20).
002090     05  FILLER                  PIC X(01) VALUE SPACES.
002100     05  DSA-STATE               PIC X(02).
002110     05  FILLER                  PIC X(01) VALUE SPACES.
002120     05  DSA-ZIP-CODE            PIC X(05).
002130     05  FILLER                  PIC X(19) VALUE SPACES.
002140*
002150 01  DL800-STMT-NOCUST-LINE.
002160     05  FILLER                  PIC X(32) VALUE
002170         "CUSTOMER NOT ON CUSTOMER MASTER".
002180     05  FILLER                  PIC X(48) VALUE SPACES.
002190*
002200 01  DL800-STMT-NOACCT-LINE.
002210     05  FILLER                  PIC X(30) VALUE
002220         "ACCOUNT NOT ON CURRENT MASTER".
002230     05  FILLER                  PIC X(50) VALUE SPACES.
002240*
002250 01  DL800-STMT-COLUMN-LINE.
002260     05  FILLER                  PIC X(10) VALUE "DATE".
002270     05  FILLER                  PIC X(24) VALUE "DESCRIPTION".
002280     05  FILLER                  PIC X(08) VALUE "AMOUNT".
002290     05  FILLER                  PIC X(03) VALUE SPACES.
002300     05  FILLER                  PIC X(22) VALUE
002310         "BALANCE AFTER / REASON".
002320     05  FILLER                  PIC X(13) VALUE SPACES.
002330*
002340 01  DL800-STMT-ENTRY-LINE.
002350     05  DSE-POSTING-DATE        PIC 9(08).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  DSE-DESCRIPTION         PIC X(18).
002380     05  DSE-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  DSE-DETAIL              PIC X(30).
002410     05  FILLER                  PIC X(05) VALUE SPACES.
002420*
002430 01  DL800-EDITED-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
002440*
002450 01  DL800-STMT-DETAIL-LINE.
002460     05  DST-LABEL               PIC X(18).
002470     05  DST-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
002480     05  FILLER                  PIC X(47) VALUE SPACES.
002490*
002500 01  DL800-STMT-NOHIST-LINE.
002510     05  FILLER                  PIC X(44) VALUE
002520         "NO HISTORY ON FILE FOR THIS ACCOUNT THROUGH".
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  DSX-TO-DATE             PIC 9(08).
002550     05  FILLER                  PIC X(27) VALUE SPACES.
002560*
002570 PROCEDURE DIVISION.
002580*
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-FIND-OPENING-BALANCE THRU 2000-EXIT.
002620     PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.
002630     PERFORM 9000-WRAPUP THRU 9000-EXIT.
002640     STOP RUN.
002650*
002660* ---------------------------------------------------------------
002670* 1000-INITIALIZE TAKES THE ACCOUNT AND PERIOD FROM THE COMMAND
002680* LINE AND OPENS THE FILES. A RUN WITHOUT AN ACCOUNT ID IS
002690* REFUSED WITH RETURN CODE 8.
002700* ---------------------------------------------------------------
002710 1000-INITIALIZE.
002720     ACCEPT DL800-RUN-DATE FROM DATE YYYYMMDD.
002730     ACCEPT DL800-COMMAND-LINE-PARM FROM COMMAND-LINE.
002740     UNSTRING DL800-COMMAND-LINE-PARM
002750         DELIMITED BY ALL SPACE
002760         INTO DL800-ACCOUNT-ID
002770             DL800-FROM-DATE-X
002780             DL800-TO-DATE-X
002790     END-UNSTRING.
002800     IF DL800-ACCOUNT-ID = SPACES
002810         DISPLAY "USAGE: SAVINGS_STMT_REPRINT ACCOUNTID "
002820             "[FROM-YYYYMMDD [TO-YYYYMMDD]]"
002830         MOVE 8 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     IF DL800-FROM-DATE-X IS NOT NUMERIC
002870         MOVE ZEROES TO DL800-FROM-DATE-X
002880     END-IF.
002890     IF DL800-TO-DATE-X IS NOT NUMERIC
002900         MOVE "99999999" TO DL800-TO-DATE-X
002910     END-IF.
002920     IF DL800-FROM-DATE-N > DL800-TO-DATE-N
002930         DISPLAY "REPRINT REFUSED: FROM-DATE " DL800-FROM-DATE-N
002940             " IS AFTER TO-DATE " DL800-TO-DATE-N
002950         MOVE 8 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     OPEN INPUT SAVINGS-HISTORY-FILE.
002990     IF DL800-HIST-FILE-STATUS NOT = "00"
003000         DISPLAY "SAVHIST OPEN FAILED, STATUS = "
003010             DL800-HIST-FILE-STATUS
003020         STOP RUN
003030     END-IF.
003040     OPEN INPUT SAVINGS-ACCOUNT-FILE.
003050     IF DL800-ACCOUNT-FILE-STATUS NOT = "00"
003060         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
003070             DL800-ACCOUNT-FILE-STATUS
003080         STOP RUN
003090     END-IF.
003100     OPEN INPUT CUSTOMER-MASTER-FILE.
003110     IF DL800-CUST-FILE-STATUS NOT = "00" AND
003120             DL800-CUST-FILE-STATUS NOT = "05"
003130         DISPLAY "CUSTMAST OPEN FAILED, STATUS = "
003140             DL800-CUST-FILE-STATUS
003150         STOP RUN
003160     END-IF.
003170     OPEN OUTPUT REPRINT-STMT-FILE.
003180     IF DL800-STMT-FILE-STATUS NOT = "00"
003190         DISPLAY "SAVRPRT OPEN FAILED, STATUS = "
003200             DL800-STMT-FILE-STATUS
003210         STOP RUN
003220     END-IF.
003230 1000-EXIT.
003240     EXIT.
003250*
003260* ---------------------------------------------------------------
003270* 2000-FIND-OPENING-BALANCE READS THE ACCOUNT'S HISTORY FROM ITS
003280* FIRST ENTRY UP TO THE FIRST POSTED ENTRY IN THE PERIOD,
003290* KEEPING THE BALANCE AFTER THE LAST POSTED ENTRY BEFORE THE
003300* PERIOD. REJECTS CARRY NO BALANCE AND ARE PASSED OVER.
003310* ---------------------------------------------------------------
003320 2000-FIND-OPENING-BALANCE.
003330     MOVE "N" TO DL800-SCAN-EOF-SWITCH.
003340     MOVE DL800-ACCOUNT-ID TO STH-ACCOUNT-ID.
003350     MOVE ZERO TO STH-POSTING-DATE.
003360     MOVE ZERO TO STH-SEQUENCE.
003370     START SAVINGS-HISTORY-FILE KEY IS NOT LESS THAN STH-KEY
003380         INVALID KEY
003390             SET DL800-END-OF-HISTORY-SCAN TO TRUE
003400     END-START.
003410     PERFORM 2100-SCAN-FOR-OPENING THRU 2100-EXIT
003420         UNTIL DL800-END-OF-HISTORY-SCAN.
003430     IF DL800-PRIOR-BALANCE-FOUND
003440         MOVE DL800-PRIOR-BALANCE TO DL800-OPENING-BALANCE
003450     ELSE
003460         MOVE DL800-DERIVED-OPENING TO DL800-OPENING-BALANCE
003470     END-IF.
003480     MOVE DL800-OPENING-BALANCE TO DL800-CLOSING-BALANCE.
003490 2000-EXIT.
003500     EXIT.
003510*
003520 2100-SCAN-FOR-OPENING.
003530     READ SAVINGS-HISTORY-FILE NEXT RECORD
003540         AT END
003550             SET DL800-END-OF-HISTORY-SCAN TO TRUE
003560     END-READ.
003570     IF DL800-END-OF-HISTORY-SCAN
003580         GO TO 2100-EXIT
003590     END-IF.
003600     IF STH-ACCOUNT-ID NOT = DL800-ACCOUNT-ID OR
003610             STH-POSTING-DATE > DL800-TO-DATE-N
003620         SET DL800-END-OF-HISTORY-SCAN TO TRUE
003630         GO TO 2100-EXIT
003640     END-IF.
003650     IF STH-ENTRY-TYPE = "REJ"
003660         GO TO 2100-EXIT
003670     END-IF.
003680     IF STH-POSTING-DATE < DL800-FROM-DATE-N
003690         MOVE STH-BALANCE-AFTER TO DL800-PRIOR-BALANCE
003700         SET DL800-PRIOR-BALANCE-FOUND TO TRUE
003710         GO TO 2100-EXIT
003720     END-IF.
003730     SET DL800-FIRST-ENTRY-FOUND TO TRUE.
003740     IF STH-ENTRY-TYPE = "DEP" OR STH-ENTRY-TYPE = "INT" OR
003750             STH-ENTRY-TYPE = "XFR"
003760         COMPUTE DL800-DERIVED-OPENING =
003770             STH-BALANCE-AFTER - STH-AMOUNT
003780     ELSE
003790         COMPUTE DL800-DERIVED-OPENING =
003800             STH-BALANCE-AFTER + STH-AMOUNT
003810     END-IF.
003820     SET DL800-END-OF-HISTORY-SCAN TO TRUE.
003830 2100-EXIT.
003840     EXIT.
003850*
003860* ---------------------------------------------------------------
003870* 3000-PRINT-STATEMENT PRINTS THE HEADING AND CUSTOMER NAME AND
003880* ADDRESS, THE OPENING BALANCE, EVERY HISTORY ENTRY IN THE
003890* PERIOD, AND THE PERIOD TOTALS AND CLOSING BALANCE.
003900* ---------------------------------------------------------------
003910 3000-PRINT-STATEMENT.
003920     MOVE DL800-ACCOUNT-ID TO DSH-ACCOUNT-ID.
003930     MOVE DL800-FROM-DATE-N TO DSH-FROM-DATE.
003940     MOVE DL800-TO-DATE-N TO DSH-TO-DATE.
003950     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-HEADING-LINE.
003960     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-RULE-LINE.
003970     PERFORM 3100-WRITE-CUSTOMER THRU 3100-EXIT.
003980     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-RULE-LINE.
003990     IF NOT DL800-PRIOR-BALANCE-FOUND AND
004000             NOT DL800-FIRST-ENTRY-FOUND
004010         MOVE DL800-TO-DATE-N TO DSX-TO-DATE
004020         WRITE REPRINT-STMT-RECORD FROM DL800-STMT-NOHIST-LINE
004030     END-IF.
004040     MOVE "OPENING BALANCE" TO DST-LABEL.
004050     MOVE DL800-OPENING-BALANCE TO DST-AMOUNT.
004060     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-DETAIL-LINE.
004070     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-COLUMN-LINE.
004080     MOVE "N" TO DL800-SCAN-EOF-SWITCH.
004090     MOVE DL800-ACCOUNT-ID TO STH-ACCOUNT-ID.
004100     MOVE DL800-FROM-DATE-N TO STH-POSTING-DATE.
004110     MOVE ZERO TO STH-SEQUENCE.
004120     START SAVINGS-HISTORY-FILE KEY IS NOT LESS THAN STH-KEY
004130         INVALID KEY
004140             SET DL800-END-OF-HISTORY-SCAN TO TRUE
004150     END-START.
004160     PERFORM 3200-PRINT-ONE-ENTRY THRU 3200-EXIT
004170         UNTIL DL800-END-OF-HISTORY-SCAN.
004180     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-RULE-LINE.
004190     MOVE "  DEPOSITS" TO DST-LABEL.
004200     MOVE DL800-TOTAL-DEPOSITS TO DST-AMOUNT.
004210     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-DETAIL-LINE.
004220     MOVE "  WITHDRAWALS" TO DST-LABEL.
004230     COMPUTE DST-AMOUNT = ZERO - DL800-TOTAL-WITHDRAWALS.
004240     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-DETAIL-LINE.
004250     MOVE "SERVICE CHARGES" TO DST-LABEL.
004260     COMPUTE DST-AMOUNT = ZERO - DL800-TOTAL-SVC-CHARGES.
004270     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-DETAIL-LINE.
004280     MOVE "INTEREST EARNED" TO DST-LABEL.
004290     MOVE DL800-TOTAL-INTEREST TO DST-AMOUNT.
004300     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-DETAIL-LINE.
004310     IF DL800-TOTAL-PAYOUTS NOT = ZERO
004320         MOVE "CLOSING PAYOUT" TO DST-LABEL
004330         COMPUTE DST-AMOUNT = ZERO - DL800-TOTAL-PAYOUTS
004340         WRITE REPRINT-STMT-RECORD FROM DL800-STMT-DETAIL-LINE
004350     END-IF.
004360     IF DL800-TOTAL-PENALTIES NOT = ZERO
004370         MOVE "CD PENALTIES" TO DST-LABEL
004380         COMPUTE DST-AMOUNT = ZERO - DL800-TOTAL-PENALTIES
004390         WRITE REPRINT-STMT-RECORD FROM DL800-STMT-DETAIL-LINE
004400     END-IF.
004410     MOVE "CLOSING BALANCE" TO DST-LABEL.
004420     MOVE DL800-CLOSING-BALANCE TO DST-AMOUNT.
004430     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-DETAIL-LINE.
004440     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-RULE-LINE.
004450 3000-EXIT.
004460     EXIT.
004470*
004480* ---------------------------------------------------------------
004490* 3100-WRITE-CUSTOMER PRINTS THE CUSTOMER'S NAME AND ADDRESS
004500* FROM THE CUSTOMER MASTER, THROUGH THE ACCOUNT'S CUSTOMER
004510* NUMBER ON THE CURRENT ACCOUNT MASTER.
004520* ---------------------------------------------------------------
004530 3100-WRITE-CUSTOMER.
004540     MOVE DL800-ACCOUNT-ID TO SAR-ACCOUNT-ID.
004550     READ SAVINGS-ACCOUNT-FILE
004560         INVALID KEY
004570             WRITE REPRINT-STMT-RECORD
004580                 FROM DL800-STMT-NOACCT-LINE
004590             GO TO 3100-EXIT
004600     END-READ.
004610     MOVE SAR-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER.
004620     READ CUSTOMER-MASTER-FILE
004630         INVALID KEY
004640             WRITE REPRINT-STMT-RECORD
004650                 FROM DL800-STMT-NOCUST-LINE
004660             GO TO 3100-EXIT
004670     END-READ.
004680     MOVE CMR-CUSTOMER-NAME TO DSN-CUSTOMER-NAME.
004690     MOVE CMR-CUSTOMER-NUMBER TO DSN-CUSTOMER-NUMBER.
004700     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-NAME-LINE.
004710     MOVE CMR-STREET-ADDRESS TO DSA-STREET-ADDRESS.
004720     MOVE CMR-CITY TO DSA-CITY.
004730     MOVE CMR-STATE TO DSA-STATE.
004740     MOVE CMR-ZIP-CODE TO DSA-ZIP-CODE.
004750     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-ADDR-LINE.
004760 3100-EXIT.
004770     EXIT.
004780*
004790* ---------------------------------------------------------------
004800* 3200-PRINT-ONE-ENTRY PRINTS ONE HISTORY ENTRY IN THE PERIOD
004810* AND ROLLS IT INTO THE PERIOD TOTALS. POSTED MONEY SHOWS THE
004820* BALANCE AFTER IT; A REJECT SHOWS ITS TRANSACTION TYPE AND THE
004830* REASON, USING THE REASON CODES OF THE NSF/REJECTS REPORT.
004840* ---------------------------------------------------------------
004850 3200-PRINT-ONE-ENTRY.
004860     READ SAVINGS-HISTORY-FILE NEXT RECORD
004870         AT END
004880             SET DL800-END-OF-HISTORY-SCAN TO TRUE
004890     END-READ.
004900     IF DL800-END-OF-HISTORY-SCAN
004910         GO TO 3200-EXIT
004920     END-IF.
004930     IF STH-ACCOUNT-ID NOT = DL800-ACCOUNT-ID OR
004940             STH-POSTING-DATE > DL800-TO-DATE-N
004950         SET DL800-END-OF-HISTORY-SCAN TO TRUE
004960         GO TO 3200-EXIT
004970     END-IF.
004980     ADD 1 TO DL800-ENTRY-COUNT.
004990     MOVE STH-POSTING-DATE TO DSE-POSTING-DATE.
005000     MOVE STH-AMOUNT TO DSE-AMOUNT.
005010     MOVE STH-BALANCE-AFTER TO DL800-EDITED-BALANCE.
005020     MOVE DL800-EDITED-BALANCE TO DSE-DETAIL.
005030     EVALUATE STH-ENTRY-TYPE
005040         WHEN "DEP"
005050             MOVE "DEPOSIT" TO DSE-DESCRIPTION
005060             ADD STH-AMOUNT TO DL800-TOTAL-DEPOSITS
005070         WHEN "WDL"
005080             MOVE "WITHDRAWAL" TO DSE-DESCRIPTION
005090             ADD STH-AMOUNT TO DL800-TOTAL-WITHDRAWALS
005100         WHEN "INT"
005110             MOVE "INTEREST EARNED" TO DSE-DESCRIPTION
005120             ADD STH-AMOUNT TO DL800-TOTAL-INTEREST
005130         WHEN "SVC"
005140             MOVE "SERVICE CHARGE" TO DSE-DESCRIPTION
005150             ADD STH-AMOUNT TO DL800-TOTAL-SVC-CHARGES
005160         WHEN "CLS"
005170             MOVE "CLOSING PAYOUT" TO DSE-DESCRIPTION
005180             ADD STH-AMOUNT TO DL800-TOTAL-PAYOUTS
005190         WHEN "PRG"
005200             MOVE "RECORD PURGED" TO DSE-DESCRIPTION
005210         WHEN "PEN"
005220             MOVE "CD PENALTY" TO DSE-DESCRIPTION
005230             ADD STH-AMOUNT TO DL800-TOTAL-PENALTIES
005240         WHEN "MAT"
005250             MOVE "CD MATURITY PAYOUT" TO DSE-DESCRIPTION
005260             ADD STH-AMOUNT TO DL800-TOTAL-PAYOUTS
005270         WHEN "XFR"
005280             MOVE "CD MATURITY CREDIT" TO DSE-DESCRIPTION
005290             ADD STH-AMOUNT TO DL800-TOTAL-DEPOSITS
005300         WHEN "RNW"
005310             MOVE "CD RENEWED" TO DSE-DESCRIPTION
005320         WHEN "REJ"
005330             MOVE SPACES TO DSE-DESCRIPTION
005340             STRING "REJECTED TYPE " STH-TRANS-TYPE
005350                 DELIMITED BY SIZE INTO DSE-DESCRIPTION
005360             PERFORM 3300-SET-REASON-TEXT THRU 3300-EXIT
005370             ADD 1 TO DL800-REJECT-COUNT
005380         WHEN OTHER
005390             MOVE STH-ENTRY-TYPE TO DSE-DESCRIPTION
005400     END-EVALUATE.
005410     IF STH-ENTRY-TYPE NOT = "REJ"
005420         MOVE STH-BALANCE-AFTER TO DL800-CLOSING-BALANCE
005430     END-IF.
005440     WRITE REPRINT-STMT-RECORD FROM DL800-STMT-ENTRY-LINE.
005450 3200-EXIT.
005460     EXIT.
005470*
005480 3300-SET-REASON-TEXT.
005490     EVALUATE STH-REASON-CODE
005500         WHEN "01"
005510             MOVE "UNKNOWN TRANSACTION TYPE" TO DSE-DETAIL
005520         WHEN "02"
005530             MOVE "NO MASTER RECORD FOR ACCOUNT" TO DSE-DETAIL
005540         WHEN "03"
005550             MOVE "TRANSACTION OUT OF SEQUENCE" TO DSE-DETAIL
005560         WHEN "04"
005570             MOVE "WITHDRAWAL EXCEEDS BALANCE" TO DSE-DETAIL
005580         WHEN "05"
005590             MOVE "ACCOUNT REJECTED BY EDITS" TO DSE-DETAIL
005600         WHEN "06"
005610             MOVE "ACCOUNT IS CLOSED" TO DSE-DETAIL
005620         WHEN "07"
005630             MOVE "WITHDRAWAL NOT ALLOWED ON CD" TO DSE-DETAIL
005640         WHEN "08"
005650             MOVE "EARLY WITHDRAWAL NOT ON A CD" TO DSE-DETAIL
005660         WHEN OTHER
005670             MOVE "UNSPECIFIED EDIT FAILURE" TO DSE-DETAIL
005680     END-EVALUATE.
005690 3300-EXIT.
005700     EXIT.
005710*
005720 9000-WRAPUP.
005730     CLOSE SAVINGS-HISTORY-FILE.
005740     CLOSE SAVINGS-ACCOUNT-FILE.
005750     CLOSE CUSTOMER-MASTER-FILE.
005760     CLOSE REPRINT-STMT-FILE.
005770     DISPLAY "STATEMENT REPRINTED FOR ACCOUNT " DL800-ACCOUNT-ID.
005780     DISPLAY "HISTORY ENTRIES PRINTED: " DL800-ENTRY-COUNT
005790         "  REJECTS AMONG THEM: " DL800-REJECT-COUNT.
005800 9000-EXIT.
005810     EXIT.
005820*
005830 END PROGRAM SAVINGS_STMT_REPRINT.
