000010* ---------------------------------------------------------------
000020* GL_PERIOD_CLOSE IS THE GENERAL LEDGER MONTH-END AND YEAR-END
000030* CLOSE. IT CLOSES THE NEXT OPEN ACCOUNTING PERIOD (THE MONTH
000040* AFTER THE ONE GLPERIOD SAYS WAS LAST CLOSED, OR LAST MONTH ON
000050* THE FIRST CLOSE), AND ONLY ONCE THAT MONTH HAS ENDED. IT RUNS
000060* AFTER GL_DAILY_POST HAS POSTED THE LAST NIGHT OF THE MONTH.
000070*
000080* THE CLOSE:
000090*   - PROVES THE LEDGER (DEBIT BALANCES AGAINST CREDIT BALANCES)
000100*     AND CLOSES NOTHING WHEN IT DOES NOT PROVE;
000110*   - TAKES EVERY BALANCE AS AT THE PERIOD-END DATE: A GLJRNL
000120*     LINE DATED AFTER IT (A LATER NIGHT ALREADY POSTED) IS
000130*     BACKED OUT OF THE CLOSE AND CARRIED BACK ONTO GLACCT;
000140*   - SNAPSHOTS EVERY ACCOUNT'S MONTH-END BALANCE TO THE GL
000150*     HISTORY FILE (GLHIST, TYPE "M");
000160*   - PRINTS THE INCOME STATEMENT (MONTH AND YEAR TO DATE, THE
000170*     MONTH BEING THE MOVE FROM THE PRIOR MONTH'S SNAPSHOT);
000180*   - AT YEAR END (DECEMBER) POSTS THE CLOSING ENTRIES THAT CLEAR
000190*     EVERY REVENUE AND EXPENSE ACCOUNT TO RETAINED EARNINGS, TO
000200*     GLACCT AND GLJRNL, AND SNAPSHOTS THE POST-CLOSING BALANCES
000210*     (TYPE "C");
000220*   - PRINTS THE BALANCE SHEET AND PROVES IT;
000230*   - MARKS THE PERIOD CLOSED ON GLPERIOD. GL_DAILY_POST REFUSES
000240*     ANY FEED DATED IN A CLOSED PERIOD.
000250*
000260* ACCOUNTS ARE CLASSED BY THE FIRST DIGIT OF THE ACCOUNT NUMBER:
000270* 1 ASSETS, 2 LIABILITIES, 3 EQUITY, 4 REVENUE, 5-9 EXPENSES.
000280* A CLOSE THAT CANNOT BE TAKEN SETS RETURN CODE 8 AND CHANGES
000290* NOTHING.
000300* ---------------------------------------------------------------
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. GL_PERIOD_CLOSE.
000330 AUTHOR. M. OKAFOR.
000340 INSTALLATION. GENERAL ACCOUNTING SYSTEMS.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370*
000380* ---------------------------------------------------------------
000390* MODIFICATION HISTORY
000400*   DATE       BY    DESCRIPTION
000410*   10/15/2026 MO    ORIGINAL MONTH-END AND YEAR-END CLOSE, WITH
000420*                    THE GL HISTORY SNAPSHOT, INCOME STATEMENT,
000430*                    BALANCE SHEET, AND YEAR-END CLOSING ENTRIES
000440*                    TO RETAINED EARNINGS.
000450*   10/15/2026 MO    THE CLOSE NOW WORKS FROM PERIOD-END BALANCES.
000460*                    EVERY GLJRNL LINE DATED AFTER THE PERIOD-END
000470*                    DATE IS BACKED OUT OF THE LOADED BALANCES
000480*                    BEFORE THE LEDGER IS PROVED, SO THE
000490*                    SNAPSHOTS, STATEMENTS, AND CLOSING ENTRIES NO
000500*                    LONGER TAKE IN POSTINGS OF THE NEXT MONTH,
000510*                    AND IS ADDED BACK WHEN GLACCT IS REWRITTEN.
000520* ---------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570*
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS GL300-ACCT-FILE-STATUS.
000630     SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS GL300-PERIOD-FILE-STATUS.
000660     SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "GLHIST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS GL300-HIST-FILE-STATUS.
000690     SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS GL300-JRNL-FILE-STATUS.
000720     SELECT GL-REPORT-FILE ASSIGN TO "GLCLOSE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS GL300-RPT-FILE-STATUS.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780*
000790 FD  GL-ACCOUNT-FILE.
000800 01  GL-ACCOUNT-RECORD.
000810     05  GAR-ACCOUNT-NUMBER      PIC X(05).
000820     05  GAR-ACCOUNT-NAME        PIC X(30).
000830     05  GAR-NORMAL-SIDE         PIC X(01).
000840     05  GAR-BALANCE             PIC S9(11)V99
000850         SIGN IS TRAILING SEPARATE.
000860*
000870* GLPERIOD - ONE RECORD: THE LAST PERIOD CLOSED (YYYYMM) AND
000880* THE DATE THE CLOSE WAS RUN.
000890 FD  GL-PERIOD-FILE.
000900 01  GL-PERIOD-RECORD.
000910     05  GPR-CLOSED-PERIOD       PIC 9(06).
000920     05  GPR-CLOSE-RUN-DATE      PIC 9(08).
000930*
000940* GLHIST - ONE RECORD PER ACCOUNT PER SNAPSHOT. TYPE "M" IS THE
000950* MONTH-END BALANCE; TYPE "C" IS THE YEAR-END POST-CLOSING
000960* BALANCE.
000970 FD  GL-HISTORY-FILE.
000980 01  GL-HISTORY-RECORD.
000990     05  GHR-PERIOD              PIC 9(06).
001000     05  GHR-SNAPSHOT-TYPE       PIC X(01).
001010     05  GHR-ACCOUNT-NUMBER      PIC X(05).
001020     05  GHR-ACCOUNT-NAME        PIC X(30).
001030     05  GHR-NORMAL-SIDE         PIC X(01).
001040     05  GHR-BALANCE             PIC S9(11)V99
001050         SIGN IS TRAILING SEPARATE.
001060     05  GHR-SNAPSHOT-DATE       PIC 9(08).
001070*
001080 FD  GL-JOURNAL-FILE.
001090 01  GL-JOURNAL-RECORD.
001100     05  GJR-POSTING-DATE        PIC 9(08).
001110     05  GJR-SOURCE-FEED         PIC X(05).
001120     05  GJR-FEED-ACCOUNT-ID     PIC X(10).
001130     05  GJR-GL-ACCOUNT          PIC X(05).
001140     05  GJR-DEBIT-CREDIT        PIC X(01).
001150     05  GJR-AMOUNT              PIC S9(09)V99
001160         SIGN IS TRAILING SEPARATE.
001170     05  FILLER                  PIC X(39) VALUE SPACES.
001180*
001190 FD  GL-REPORT-FILE.
001200 01  GL-REPORT-RECORD            PIC X(80).
001210*
001220 WORKING-STORAGE SECTION.
001230*
001240 77  GL300-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001250 77  GL300-PERIOD-FILE-STATUS    PIC X(02) VALUE "00".
001260 77  GL300-HIST-FILE-STATUS      PIC X(02) VALUE "00".
001270 77  GL300-JRNL-FILE-STATUS      PIC X(02) VALUE "00".
001280 77  GL300-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001290*
001300 77  GL300-ACCOUNT-LIMIT         PIC 9(03) COMP VALUE 100.
001310*
001320* RETAINED EARNINGS, WHERE THE YEAR-END CLOSING ENTRIES CLEAR
001330* THE REVENUE AND EXPENSE ACCOUNTS. IT MUST BE ON GLACCT.
001340 77  GL300-RETAINED-EARNINGS     PIC X(05) VALUE "31000".
001350 77  GL300-CLOSE-SOURCE          PIC X(05) VALUE "CLOSE".
001360 77  GL300-CLOSE-FEED-ID         PIC X(10) VALUE "YEAREND   ".
001370*
001380 01  GL300-RUN-DATE              PIC 9(08) VALUE ZERO.
001390*
001400 01  GL300-RUN-PERIOD            PIC 9(06) VALUE ZERO.
001410 01  GL300-LAST-CLOSED-PERIOD    PIC 9(06) VALUE ZERO.
001420*
001430 01  GL300-CLOSE-PERIOD          PIC 9(06) VALUE ZERO.
001440 01  GL300-CLOSE-PERIOD-R REDEFINES GL300-CLOSE-PERIOD.
001450     05  GL300-CLOSE-YEAR        PIC 9(04).
001460     05  GL300-CLOSE-MONTH       PIC 9(02).
001470         88  GL300-YEAR-END-PERIOD          VALUE 12.
001480         88  GL300-FIRST-PERIOD-OF-YEAR     VALUE 01.
001490*
001500 01  GL300-PRIOR-PERIOD          PIC 9(06) VALUE ZERO.
001510 01  GL300-PRIOR-PERIOD-R REDEFINES GL300-PRIOR-PERIOD.
001520     05  GL300-PRIOR-YEAR        PIC 9(04).
001530     05  GL300-PRIOR-MONTH       PIC 9(02).
001540*
001550 01  GL300-NEXT-MONTH-DATE       PIC 9(08) VALUE ZERO.
001560 01  GL300-NEXT-MONTH-DATE-R REDEFINES GL300-NEXT-MONTH-DATE.
001570     05  GL300-NEXT-YEAR         PIC 9(04).
001580     05  GL300-NEXT-MONTH        PIC 9(02).
001590     05  GL300-NEXT-DAY          PIC 9(02).
001600*
001610 01  GL300-PERIOD-END-DATE       PIC 9(08) VALUE ZERO.
001620*
001630 01  GL300-ACCT-EOF-SWITCH       PIC X(01) VALUE "N".
001640     88  GL300-END-OF-ACCT-FILE             VALUE "Y".
001650*
001660 01  GL300-HIST-EOF-SWITCH       PIC X(01) VALUE "N".
001670     88  GL300-END-OF-HIST-FILE             VALUE "Y".
001680*
001690 01  GL300-JRNL-EOF-SWITCH       PIC X(01) VALUE "N".
001700     88  GL300-END-OF-JRNL-FILE             VALUE "Y".
001710*
001720 01  GL300-PRIOR-SWITCH          PIC X(01) VALUE "N".
001730     88  GL300-PRIOR-SNAPSHOT-FOUND         VALUE "Y".
001740*
001750 01  GL300-FOUND-SWITCH          PIC X(01) VALUE "N".
001760     88  GL300-ACCOUNT-FOUND                VALUE "Y".
001770     88  GL300-ACCOUNT-NOT-FOUND            VALUE "N".
001780*
001790 01  GL300-CLOSE-SWITCH          PIC X(01) VALUE "Y".
001800     88  GL300-CLOSE-ALLOWED                VALUE "Y".
001810     88  GL300-CLOSE-REFUSED                VALUE "N".
001820*
001830 01  GL300-CLOSING-SWITCH        PIC X(01) VALUE "N".
001840     88  GL300-CLOSING-ENTRIES-POSTED       VALUE "Y".
001850*
001860 01  GL300-SECTION-SWITCH        PIC X(01) VALUE SPACE.
001870     88  GL300-ASSET-SECTION                VALUE "A".
001880     88  GL300-LIABILITY-SECTION            VALUE "L".
001890     88  GL300-EQUITY-SECTION               VALUE "Q".
001900     88  GL300-REVENUE-SECTION              VALUE "R".
001910     88  GL300-EXPENSE-SECTION              VALUE "E".
001920*
001930 01  GL300-SNAPSHOT-TYPE         PIC X(01) VALUE SPACE.
001940 01  GL300-CLOSING-SIDE          PIC X(01) VALUE SPACE.
001950 01  GL300-LOOKUP-ACCOUNT        PIC X(05) VALUE SPACES.
001960 01  GL300-REFUSE-REASON         PIC X(80) VALUE SPACES.
001970*
001980 01  GL300-ACCOUNT-COUNT         PIC 9(03) COMP VALUE ZERO.
001990 01  GL300-ACCOUNT-TABLE.
002000     05  GL300-ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
002010             DEPENDING ON GL300-ACCOUNT-COUNT
002020             INDEXED BY GL300-ACCT-IX.
002030         10  GL300-GA-NUMBER          PIC X(05).
002040         10  GL300-GA-NUMBER-R REDEFINES GL300-GA-NUMBER.
002050             15  GL300-GA-CLASS       PIC X(01).
002060                 88  GL300-GA-ASSET       VALUE "1".
002070                 88  GL300-GA-LIABILITY   VALUE "2".
002080                 88  GL300-GA-EQUITY      VALUE "3".
002090                 88  GL300-GA-REVENUE     VALUE "4".
002100                 88  GL300-GA-EXPENSE     VALUE "5" THRU "9".
002110             15  FILLER               PIC X(04).
002120         10  GL300-GA-NAME            PIC X(30).
002130         10  GL300-GA-NORMAL-SIDE     PIC X(01).
002140         10  GL300-GA-BALANCE         PIC S9(11)V99 COMP-3.
002150         10  GL300-GA-PRIOR-BALANCE   PIC S9(11)V99 COMP-3.
002160         10  GL300-GA-LATER-ACTIVITY  PIC S9(11)V99 COMP-3.
002170*
002180 01  GL300-HIST-RECORDS-WRITTEN  PIC 9(05) COMP VALUE ZERO.
002190 01  GL300-JOURNAL-LINE-COUNT    PIC 9(05) COMP VALUE ZERO.
002200 01  GL300-LATER-LINE-COUNT      PIC 9(05) COMP VALUE ZERO.
002210*
002220 01  GL300-DEBIT-BALANCE-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
002230 01  GL300-CREDIT-BALANCE-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
002240*
002250 01  GL300-STMT-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002260 01  GL300-STMT-MONTH-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
002270 01  GL300-MONTH-REVENUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
002280 01  GL300-YTD-REVENUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
002290 01  GL300-MONTH-EXPENSE         PIC S9(11)V99 COMP-3 VALUE ZERO.
002300 01  GL300-YTD-EXPENSE           PIC S9(11)V99 COMP-3 VALUE ZERO.
002310 01  GL300-MONTH-NET-INCOME      PIC S9(11)V99 COMP-3 VALUE ZERO.
002320 01  GL300-YTD-NET-INCOME        PIC S9(11)V99 COMP-3 VALUE ZERO.
002330*
002340 01  GL300-SECTION-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002350 01  GL300-TOTAL-ASSETS          PIC S9(11)V99 COMP-3 VALUE ZERO.
002360 01  GL300-TOTAL-LIABILITIES     PIC S9(11)V99 COMP-3 VALUE ZERO.
002370 01  GL300-TOTAL-EQUITY          PIC S9(11)V99 COMP-3 VALUE ZERO.
002380 01  GL300-CURRENT-EARNINGS      PIC S9(11)V99 COMP-3 VALUE ZERO.
002390 01  GL300-TOTAL-LIAB-EQUITY     PIC S9(11)V99 COMP-3 VALUE ZERO.
002400*
002410 01  GL300-CLOSING-NET           PIC S9(11)V99 COMP-3 VALUE ZERO.
002420 01  GL300-CLOSING-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
002430*
002440 01  GL300-REPORT-HEADING-1.
002450     05  FILLER                  PIC X(25) VALUE
002460         "GL PERIOD CLOSE - PERIOD ".
002470     05  RPH-CLOSE-PERIOD        PIC 9(06).
002480     05  FILLER                  PIC X(12) VALUE " PERIOD END ".
002490     05  RPH-PERIOD-END-DATE     PIC 9(08).
002500     05  FILLER                  PIC X(05) VALUE " RUN ".
002510     05  RPH-RUN-DATE            PIC 9(08).
002520     05  FILLER                  PIC X(16) VALUE SPACES.
002530*
002540 01  GL300-RULE-LINE             PIC X(80) VALUE ALL "-".
002550*
002560 01  GL300-TITLE-LINE            PIC X(80).
002570*
002580 01  GL300-INCOME-HEADING.
002590     05  FILLER                  PIC X(05) VALUE "ACCT ".
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  FILLER                  PIC X(30) VALUE "ACCOUNT NAME".
002620     05  FILLER                  PIC X(19) VALUE
002630         "              MONTH".
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  FILLER                  PIC X(19) VALUE
002660         "       YEAR TO DATE".
002670     05  FILLER                  PIC X(03) VALUE SPACES.
002680*
002690 01  GL300-INCOME-DETAIL-LINE.
002700     05  GID-ACCOUNT-NUMBER      PIC X(05).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  GID-ACCOUNT-NAME        PIC X(30).
002730     05  GID-MONTH-AMOUNT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  GID-YTD-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002760     05  FILLER                  PIC X(03) VALUE SPACES.
002770*
002780 01  GL300-INCOME-TOTAL-LINE.
002790     05  GIT-LABEL               PIC X(37).
002800     05  GIT-MONTH-AMOUNT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  GIT-YTD-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002830     05  FILLER                  PIC X(03) VALUE SPACES.
002840*
002850 01  GL300-BALANCE-HEADING.
002860     05  FILLER                  PIC X(05) VALUE "ACCT ".
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  FILLER                  PIC X(30) VALUE "ACCOUNT NAME".
002890     05  FILLER                  PIC X(19) VALUE
002900         "            BALANCE".
002910     05  FILLER                  PIC X(24) VALUE SPACES.
002920*
002930 01  GL300-BALANCE-DETAIL-LINE.
002940     05  GBD-ACCOUNT-NUMBER      PIC X(05).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  GBD-ACCOUNT-NAME        PIC X(30).
002970     05  GBD-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002980     05  FILLER                  PIC X(24) VALUE SPACES.
002990*
003000 01  GL300-BALANCE-TOTAL-LINE.
003010     05  GBT-LABEL               PIC X(37).
003020     05  GBT-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
003030     05  FILLER                  PIC X(24) VALUE SPACES.
003040*
003050 01  GL300-CLOSING-DETAIL-LINE.
003060     05  GCD-ACCOUNT-NUMBER      PIC X(05).
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  GCD-ACCOUNT-NAME        PIC X(30).
003090     05  GCD-DEBIT-CREDIT        PIC X(02).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  GCD-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
003120     05  FILLER                  PIC X(20) VALUE SPACES.
003130*
003140 01  GL300-COUNT-LINE.
003150     05  GCL-LABEL               PIC X(37).
003160     05  GCL-COUNT               PIC ZZZZZZ9.
003170     05  FILLER                  PIC X(36) VALUE SPACES.
003180*
003190 01  GL300-STATUS-LINE           PIC X(80).
003200*
003210 PROCEDURE DIVISION.
003220*
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     IF GL300-CLOSE-ALLOWED
003260         PERFORM 2500-PROVE-LEDGER THRU 2500-EXIT
003270     END-IF.
003280     IF GL300-CLOSE-REFUSED
003290         WRITE GL-REPORT-RECORD FROM GL300-REFUSE-REASON
003300         MOVE "PERIOD NOT CLOSED - NOTHING CHANGED" TO
003310             GL300-STATUS-LINE
003320         WRITE GL-REPORT-RECORD FROM GL300-STATUS-LINE
003330         MOVE 8 TO RETURN-CODE
003340         PERFORM 9000-WRAPUP THRU 9000-EXIT
003350         STOP RUN
003360     END-IF.
003370     PERFORM 2000-LOAD-PRIOR-SNAPSHOT THRU 2000-EXIT.
003380     MOVE "M" TO GL300-SNAPSHOT-TYPE.
003390     PERFORM 3000-WRITE-SNAPSHOT THRU 3000-EXIT.
003400     PERFORM 4000-PRINT-INCOME-STATEMENT THRU 4000-EXIT.
003410     IF GL300-YEAR-END-PERIOD
003420         PERFORM 5000-POST-CLOSING-ENTRIES THRU 5000-EXIT
003430         PERFORM 6000-REWRITE-ACCOUNTS THRU 6000-EXIT
003440         MOVE "C" TO GL300-SNAPSHOT-TYPE
003450         PERFORM 3000-WRITE-SNAPSHOT THRU 3000-EXIT
003460     END-IF.
003470     PERFORM 7000-PRINT-BALANCE-SHEET THRU 7000-EXIT.
003480     PERFORM 8000-MARK-PERIOD-CLOSED THRU 8000-EXIT.
003490     PERFORM 9000-WRAPUP THRU 9000-EXIT.
003500     STOP RUN.
003510*
003520* ---------------------------------------------------------------
003530* 1000-INITIALIZE STAMPS THE RUN DATE, LOADS THE GL ACCOUNT
003540* MASTER, WORKS OUT THE PERIOD TO CLOSE, AND PRINTS THE REPORT
003550* HEADING. A PERIOD THAT HAS NOT ENDED, OR A YEAR END WITH NO
003560* RETAINED EARNINGS ACCOUNT TO CLOSE TO, REFUSES THE CLOSE.
003570* OTHERWISE THE BALANCES ARE TAKEN BACK TO THE PERIOD-END DATE.
003580* ---------------------------------------------------------------
003590 1000-INITIALIZE.
003600     ACCEPT GL300-RUN-DATE FROM DATE YYYYMMDD.
003610     DIVIDE GL300-RUN-DATE BY 100 GIVING GL300-RUN-PERIOD.
003620     OPEN OUTPUT GL-REPORT-FILE.
003630     IF GL300-RPT-FILE-STATUS NOT = "00"
003640         DISPLAY "GLCLOSE OPEN FAILED, STATUS = "
003650             GL300-RPT-FILE-STATUS
003660         STOP RUN
003670     END-IF.
003680     OPEN INPUT GL-ACCOUNT-FILE.
003690     IF GL300-ACCT-FILE-STATUS NOT = "00"
003700         DISPLAY "GLACCT OPEN FAILED, STATUS = "
003710             GL300-ACCT-FILE-STATUS
003720         STOP RUN
003730     END-IF.
003740     PERFORM 1100-LOAD-GL-ACCOUNT THRU 1100-EXIT
003750         UNTIL GL300-END-OF-ACCT-FILE.
003760     CLOSE GL-ACCOUNT-FILE.
003770     IF GL300-ACCOUNT-COUNT = ZERO
003780         DISPLAY "GLACCT IS EMPTY, NOTHING TO CLOSE"
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.
003820     PERFORM 1200-READ-CLOSED-PERIOD THRU 1200-EXIT.
003830     PERFORM 1300-SET-CLOSE-PERIOD THRU 1300-EXIT.
003840     MOVE GL300-CLOSE-PERIOD TO RPH-CLOSE-PERIOD.
003850     MOVE GL300-PERIOD-END-DATE TO RPH-PERIOD-END-DATE.
003860     MOVE GL300-RUN-DATE TO RPH-RUN-DATE.
003870     WRITE GL-REPORT-RECORD FROM GL300-REPORT-HEADING-1.
003880     WRITE GL-REPORT-RECORD FROM GL300-RULE-LINE.
003890     IF GL300-CLOSE-PERIOD NOT < GL300-RUN-PERIOD
003900         SET GL300-CLOSE-REFUSED TO TRUE
003910         MOVE "PERIOD HAS NOT ENDED YET" TO GL300-REFUSE-REASON
003920         GO TO 1000-EXIT
003930     END-IF.
003940     IF GL300-YEAR-END-PERIOD
003950         MOVE GL300-RETAINED-EARNINGS TO GL300-LOOKUP-ACCOUNT
003960         PERFORM 4900-FIND-GL-ACCOUNT THRU 4900-EXIT
003970         IF GL300-ACCOUNT-NOT-FOUND
003980             SET GL300-CLOSE-REFUSED TO TRUE
003990             MOVE "RETAINED EARNINGS ACCOUNT NOT ON GLACCT" TO
004000                 GL300-REFUSE-REASON
004010         END-IF
004020     END-IF.
004030     PERFORM 1400-BACK-OUT-LATER-LINES THRU 1400-EXIT.
004040 1000-EXIT.
004050     EXIT.
004060*
004070* ---------------------------------------------------------------
004080* 1100-LOAD-GL-ACCOUNT READS ONE GL ACCOUNT MASTER RECORD INTO
004090* THE ACCOUNT TABLE.
004100* ---------------------------------------------------------------
004110 1100-LOAD-GL-ACCOUNT.
004120     READ GL-ACCOUNT-FILE
004130         AT END
004140             SET GL300-END-OF-ACCT-FILE TO TRUE
004150     END-READ.
004160     IF NOT GL300-END-OF-ACCT-FILE
004170         IF GL300-ACCOUNT-COUNT >= GL300-ACCOUNT-LIMIT
004180             DISPLAY "GL ACCOUNT TABLE FULL AT "
004190                 GL300-ACCOUNT-LIMIT " ACCOUNTS"
004200             MOVE 16 TO RETURN-CODE
004210             STOP RUN
004220         END-IF
004230         ADD 1 TO GL300-ACCOUNT-COUNT
004240         SET GL300-ACCT-IX TO GL300-ACCOUNT-COUNT
004250         MOVE GAR-ACCOUNT-NUMBER TO
004260             GL300-GA-NUMBER(GL300-ACCT-IX)
004270         MOVE GAR-ACCOUNT-NAME TO
004280             GL300-GA-NAME(GL300-ACCT-IX)
004290         MOVE GAR-NORMAL-SIDE TO
004300             GL300-GA-NORMAL-SIDE(GL300-ACCT-IX)
004310         MOVE GAR-BALANCE TO
004320             GL300-GA-BALANCE(GL300-ACCT-IX)
004330         MOVE ZERO TO GL300-GA-PRIOR-BALANCE(GL300-ACCT-IX)
004340         MOVE ZERO TO GL300-GA-LATER-ACTIVITY(GL300-ACCT-IX)
004350     END-IF.
004360 1100-EXIT.
004370     EXIT.
004380*
004390* ---------------------------------------------------------------
004400* 1200-READ-CLOSED-PERIOD READS THE LAST PERIOD CLOSED FROM
004410* GLPERIOD. NO FILE MEANS NO PERIOD HAS BEEN CLOSED YET.
004420* ---------------------------------------------------------------
004430 1200-READ-CLOSED-PERIOD.
004440     OPEN INPUT GL-PERIOD-FILE.
004450     IF GL300-PERIOD-FILE-STATUS NOT = "00" AND
004460             GL300-PERIOD-FILE-STATUS NOT = "05"
004470         DISPLAY "GLPERIOD OPEN FAILED, STATUS = "
004480             GL300-PERIOD-FILE-STATUS
004490         STOP RUN
004500     END-IF.
004510     READ GL-PERIOD-FILE
004520         AT END
004530             MOVE ZERO TO GL300-LAST-CLOSED-PERIOD
004540         NOT AT END
004550             MOVE GPR-CLOSED-PERIOD TO GL300-LAST-CLOSED-PERIOD
004560     END-READ.
004570     CLOSE GL-PERIOD-FILE.
004580 1200-EXIT.
004590     EXIT.
004600*
004610* ---------------------------------------------------------------
004620* 1300-SET-CLOSE-PERIOD WORKS OUT THE PERIOD TO CLOSE - THE
004630* MONTH AFTER THE LAST ONE CLOSED, OR THE MONTH BEFORE THE RUN
004640* DATE ON THE FIRST CLOSE - ITS PERIOD-END DATE, AND THE PRIOR
004650* PERIOD WHOSE SNAPSHOT THE MONTH COLUMN IS MEASURED FROM.
004660* ---------------------------------------------------------------
004670 1300-SET-CLOSE-PERIOD.
004680     IF GL300-LAST-CLOSED-PERIOD = ZERO
004690         MOVE GL300-RUN-PERIOD TO GL300-CLOSE-PERIOD
004700         IF GL300-FIRST-PERIOD-OF-YEAR
004710             SUBTRACT 1 FROM GL300-CLOSE-YEAR
004720             MOVE 12 TO GL300-CLOSE-MONTH
004730         ELSE
004740             SUBTRACT 1 FROM GL300-CLOSE-MONTH
004750         END-IF
004760     ELSE
004770         MOVE GL300-LAST-CLOSED-PERIOD TO GL300-CLOSE-PERIOD
004780         IF GL300-YEAR-END-PERIOD
004790             ADD 1 TO GL300-CLOSE-YEAR
004800             MOVE 01 TO GL300-CLOSE-MONTH
004810         ELSE
004820             ADD 1 TO GL300-CLOSE-MONTH
004830         END-IF
004840     END-IF.
004850     MOVE GL300-CLOSE-PERIOD TO GL300-PRIOR-PERIOD.
004860     IF GL300-FIRST-PERIOD-OF-YEAR
004870         SUBTRACT 1 FROM GL300-PRIOR-YEAR
004880         MOVE 12 TO GL300-PRIOR-MONTH
004890     ELSE
004900         SUBTRACT 1 FROM GL300-PRIOR-MONTH
004910     END-IF.
004920     MOVE GL300-CLOSE-YEAR TO GL300-NEXT-YEAR.
004930     MOVE GL300-CLOSE-MONTH TO GL300-NEXT-MONTH.
004940     MOVE 01 TO GL300-NEXT-DAY.
004950     IF GL300-NEXT-MONTH = 12
004960         ADD 1 TO GL300-NEXT-YEAR
004970         MOVE 01 TO GL300-NEXT-MONTH
004980     ELSE
004990         ADD 1 TO GL300-NEXT-MONTH
005000     END-IF.
005010     COMPUTE GL300-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
005020         (FUNCTION INTEGER-OF-DATE(GL300-NEXT-MONTH-DATE) - 1).
005030 1300-EXIT.
005040     EXIT.
005050*
005060* ---------------------------------------------------------------
005070* 1400-BACK-OUT-LATER-LINES READS THE GL JOURNAL FOR LINES DATED
005080* AFTER THE PERIOD-END DATE - NIGHTS POSTED SINCE THE MONTH ENDED
005090* - AND TAKES EACH ONE BACK OUT OF ITS ACCOUNT'S BALANCE, THE
005100* REVERSE OF THE WAY GL_DAILY_POST APPLIED IT, SO EVERY BALANCE
005110* THE CLOSE USES IS THE PERIOD-END BALANCE. WHAT IS BACKED OUT IS
005120* KEPT PER ACCOUNT AND PUT BACK WHEN GLACCT IS REWRITTEN.
005130* ---------------------------------------------------------------
005140 1400-BACK-OUT-LATER-LINES.
005150     OPEN INPUT GL-JOURNAL-FILE.
005160     IF GL300-JRNL-FILE-STATUS NOT = "00" AND
005170             GL300-JRNL-FILE-STATUS NOT = "05"
005180         DISPLAY "GLJRNL OPEN FAILED, STATUS = "
005190             GL300-JRNL-FILE-STATUS
005200         STOP RUN
005210     END-IF.
005220     PERFORM 1450-BACK-OUT-ONE-LINE THRU 1450-EXIT
005230         UNTIL GL300-END-OF-JRNL-FILE.
005240     CLOSE GL-JOURNAL-FILE.
005250     IF GL300-LATER-LINE-COUNT > ZERO
005260         MOVE "LINES AFTER PERIOD END BACKED OUT" TO GCL-LABEL
005270         MOVE GL300-LATER-LINE-COUNT TO GCL-COUNT
005280         WRITE GL-REPORT-RECORD FROM GL300-COUNT-LINE
005290     END-IF.
005300 1400-EXIT.
005310     EXIT.
005320*
005330 1450-BACK-OUT-ONE-LINE.
005340     READ GL-JOURNAL-FILE
005350         AT END
005360             SET GL300-END-OF-JRNL-FILE TO TRUE
005370     END-READ.
005380     IF GL300-END-OF-JRNL-FILE
005390         GO TO 1450-EXIT
005400     END-IF.
005410     IF GJR-POSTING-DATE NOT > GL300-PERIOD-END-DATE
005420         GO TO 1450-EXIT
005430     END-IF.
005440     MOVE GJR-GL-ACCOUNT TO GL300-LOOKUP-ACCOUNT.
005450     PERFORM 4900-FIND-GL-ACCOUNT THRU 4900-EXIT.
005460     IF GL300-ACCOUNT-NOT-FOUND
005470         DISPLAY "GLJRNL ACCOUNT " GJR-GL-ACCOUNT
005480             " NOT ON GLACCT, LINE DATED " GJR-POSTING-DATE
005490             " NOT BACKED OUT"
005500         GO TO 1450-EXIT
005510     END-IF.
005520     IF GJR-DEBIT-CREDIT = GL300-GA-NORMAL-SIDE(GL300-ACCT-IX)
005530         SUBTRACT GJR-AMOUNT FROM GL300-GA-BALANCE(GL300-ACCT-IX)
005540         ADD GJR-AMOUNT TO GL300-GA-LATER-ACTIVITY(GL300-ACCT-IX)
005550     ELSE
005560         ADD GJR-AMOUNT TO GL300-GA-BALANCE(GL300-ACCT-IX)
005570         SUBTRACT GJR-AMOUNT FROM
005580             GL300-GA-LATER-ACTIVITY(GL300-ACCT-IX)
005590     END-IF.
005600     ADD 1 TO GL300-LATER-LINE-COUNT.
005610 1450-EXIT.
005620     EXIT.
005630*
005640* ---------------------------------------------------------------
005650* 2000-LOAD-PRIOR-SNAPSHOT PICKS UP EACH ACCOUNT'S PRIOR MONTH-END
005660* BALANCE FROM GLHIST SO THE INCOME STATEMENT CAN SHOW THE
005670* MONTH'S ACTIVITY. JANUARY NEEDS NONE: THE REVENUE AND EXPENSE
005680* ACCOUNTS STARTED THE YEAR AT ZERO.
005690* ---------------------------------------------------------------
005700 2000-LOAD-PRIOR-SNAPSHOT.
005710     IF GL300-FIRST-PERIOD-OF-YEAR
005720         SET GL300-PRIOR-SNAPSHOT-FOUND TO TRUE
005730         GO TO 2000-EXIT
005740     END-IF.
005750     OPEN INPUT GL-HISTORY-FILE.
005760     IF GL300-HIST-FILE-STATUS NOT = "00" AND
005770             GL300-HIST-FILE-STATUS NOT = "05"
005780         DISPLAY "GLHIST OPEN FAILED, STATUS = "
005790             GL300-HIST-FILE-STATUS
005800         STOP RUN
005810     END-IF.
005820     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
005830         UNTIL GL300-END-OF-HIST-FILE.
005840     CLOSE GL-HISTORY-FILE.
005850 2000-EXIT.
005860     EXIT.
005870*
005880 2100-READ-HISTORY-RECORD.
005890     READ GL-HISTORY-FILE
005900         AT END
005910             SET GL300-END-OF-HIST-FILE TO TRUE
005920     END-READ.
005930     IF GL300-END-OF-HIST-FILE
005940         GO TO 2100-EXIT
005950     END-IF.
005960     IF GHR-PERIOD NOT = GL300-PRIOR-PERIOD OR
005970             GHR-SNAPSHOT-TYPE NOT = "M"
005980         GO TO 2100-EXIT
005990     END-IF.
006000     SET GL300-PRIOR-SNAPSHOT-FOUND TO TRUE.
006010     MOVE GHR-ACCOUNT-NUMBER TO GL300-LOOKUP-ACCOUNT.
006020     PERFORM 4900-FIND-GL-ACCOUNT THRU 4900-EXIT.
006030     IF GL300-ACCOUNT-FOUND
006040         MOVE GHR-BALANCE TO
006050             GL300-GA-PRIOR-BALANCE(GL300-ACCT-IX)
006060     END-IF.
006070 2100-EXIT.
006080     EXIT.
006090*
006100* ---------------------------------------------------------------
006110* 2500-PROVE-LEDGER ADDS UP THE DEBIT AND CREDIT BALANCES THE
006120* SAME WAY THE DAILY TRIAL BALANCE DOES. A LEDGER THAT DOES NOT
006130* PROVE IS NOT CLOSED.
006140* ---------------------------------------------------------------
006150 2500-PROVE-LEDGER.
006160     PERFORM 2600-ADD-ONE-BALANCE THRU 2600-EXIT
006170         VARYING GL300-ACCT-IX FROM 1 BY 1
006180         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
006190     IF GL300-DEBIT-BALANCE-TOTAL NOT = GL300-CREDIT-BALANCE-TOTAL
006200         SET GL300-CLOSE-REFUSED TO TRUE
006210         MOVE "LEDGER DEBITS DO NOT PROVE TO CREDITS" TO
006220             GL300-REFUSE-REASON
006230     END-IF.
006240 2500-EXIT.
006250     EXIT.
006260*
006270 2600-ADD-ONE-BALANCE.
006280     IF GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) = "D"
006290         ADD GL300-GA-BALANCE(GL300-ACCT-IX) TO
006300             GL300-DEBIT-BALANCE-TOTAL
006310     ELSE
006320         ADD GL300-GA-BALANCE(GL300-ACCT-IX) TO
006330             GL300-CREDIT-BALANCE-TOTAL
006340     END-IF.
006350 2600-EXIT.
006360     EXIT.
006370*
006380* ---------------------------------------------------------------
006390* 3000-WRITE-SNAPSHOT ADDS ONE GLHIST RECORD PER ACCOUNT FOR THE
006400* CLOSE PERIOD, OF THE SNAPSHOT TYPE SET BY THE CALLER.
006410* ---------------------------------------------------------------
006420 3000-WRITE-SNAPSHOT.
006430     OPEN EXTEND GL-HISTORY-FILE.
006440     IF GL300-HIST-FILE-STATUS NOT = "00" AND
006450             GL300-HIST-FILE-STATUS NOT = "05"
006460         DISPLAY "GLHIST OPEN FAILED, STATUS = "
006470             GL300-HIST-FILE-STATUS
006480         STOP RUN
006490     END-IF.
006500     PERFORM 3100-WRITE-ONE-SNAPSHOT THRU 3100-EXIT
006510         VARYING GL300-ACCT-IX FROM 1 BY 1
006520         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
006530     CLOSE GL-HISTORY-FILE.
006540 3000-EXIT.
006550     EXIT.
006560*
006570 3100-WRITE-ONE-SNAPSHOT.
006580     MOVE GL300-CLOSE-PERIOD TO GHR-PERIOD.
006590     MOVE GL300-SNAPSHOT-TYPE TO GHR-SNAPSHOT-TYPE.
006600     MOVE GL300-GA-NUMBER(GL300-ACCT-IX) TO GHR-ACCOUNT-NUMBER.
006610     MOVE GL300-GA-NAME(GL300-ACCT-IX) TO GHR-ACCOUNT-NAME.
006620     MOVE GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) TO GHR-NORMAL-SIDE.
006630     MOVE GL300-GA-BALANCE(GL300-ACCT-IX) TO GHR-BALANCE.
006640     MOVE GL300-RUN-DATE TO GHR-SNAPSHOT-DATE.
006650     WRITE GL-HISTORY-RECORD.
006660     ADD 1 TO GL300-HIST-RECORDS-WRITTEN.
006670 3100-EXIT.
006680     EXIT.
006690*
006700* ---------------------------------------------------------------
006710* 4000-PRINT-INCOME-STATEMENT PRINTS THE REVENUE AND EXPENSE
006720* ACCOUNTS FOR THE MONTH AND THE YEAR TO DATE, AND THE NET
006730* INCOME. REVENUE IS SHOWN CREDIT-POSITIVE AND EXPENSE DEBIT-
006740* POSITIVE, SO A CONTRA ACCOUNT SHOWS NEGATIVE IN ITS SECTION.
006750* ---------------------------------------------------------------
006760 4000-PRINT-INCOME-STATEMENT.
006770     MOVE SPACES TO GL-REPORT-RECORD.
006780     WRITE GL-REPORT-RECORD.
006790     MOVE "INCOME STATEMENT" TO GL300-TITLE-LINE.
006800     WRITE GL-REPORT-RECORD FROM GL300-TITLE-LINE.
006810     WRITE GL-REPORT-RECORD FROM GL300-INCOME-HEADING.
006820     WRITE GL-REPORT-RECORD FROM GL300-RULE-LINE.
006830     IF NOT GL300-PRIOR-SNAPSHOT-FOUND
006840         MOVE "NO PRIOR MONTH-END SNAPSHOT - MONTH IS YTD" TO
006850             GL300-TITLE-LINE
006860         WRITE GL-REPORT-RECORD FROM GL300-TITLE-LINE
006870     END-IF.
006880     SET GL300-REVENUE-SECTION TO TRUE.
006890     PERFORM 4100-PRINT-INCOME-ACCOUNT THRU 4100-EXIT
006900         VARYING GL300-ACCT-IX FROM 1 BY 1
006910         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
006920     MOVE "TOTAL REVENUE" TO GIT-LABEL.
006930     MOVE GL300-MONTH-REVENUE TO GIT-MONTH-AMOUNT.
006940     MOVE GL300-YTD-REVENUE TO GIT-YTD-AMOUNT.
006950     WRITE GL-REPORT-RECORD FROM GL300-INCOME-TOTAL-LINE.
006960     MOVE SPACES TO GL-REPORT-RECORD.
006970     WRITE GL-REPORT-RECORD.
006980     SET GL300-EXPENSE-SECTION TO TRUE.
006990     PERFORM 4100-PRINT-INCOME-ACCOUNT THRU 4100-EXIT
007000         VARYING GL300-ACCT-IX FROM 1 BY 1
007010         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
007020     MOVE "TOTAL EXPENSES" TO GIT-LABEL.
007030     MOVE GL300-MONTH-EXPENSE TO GIT-MONTH-AMOUNT.
007040     MOVE GL300-YTD-EXPENSE TO GIT-YTD-AMOUNT.
007050     WRITE GL-REPORT-RECORD FROM GL300-INCOME-TOTAL-LINE.
007060     WRITE GL-REPORT-RECORD FROM GL300-RULE-LINE.
007070     COMPUTE GL300-MONTH-NET-INCOME =
007080         GL300-MONTH-REVENUE - GL300-MONTH-EXPENSE.
007090     COMPUTE GL300-YTD-NET-INCOME =
007100         GL300-YTD-REVENUE - GL300-YTD-EXPENSE.
007110     MOVE "NET INCOME" TO GIT-LABEL.
007120     MOVE GL300-MONTH-NET-INCOME TO GIT-MONTH-AMOUNT.
007130     MOVE GL300-YTD-NET-INCOME TO GIT-YTD-AMOUNT.
007140     WRITE GL-REPORT-RECORD FROM GL300-INCOME-TOTAL-LINE.
007150 4000-EXIT.
007160     EXIT.
007170*
007180 4100-PRINT-INCOME-ACCOUNT.
007190     IF GL300-REVENUE-SECTION AND
007200             NOT GL300-GA-REVENUE(GL300-ACCT-IX)
007210         GO TO 4100-EXIT
007220     END-IF.
007230     IF GL300-EXPENSE-SECTION AND
007240             NOT GL300-GA-EXPENSE(GL300-ACCT-IX)
007250         GO TO 4100-EXIT
007260     END-IF.
007270     MOVE GL300-GA-BALANCE(GL300-ACCT-IX) TO GL300-STMT-AMOUNT.
007280     IF GL300-PRIOR-SNAPSHOT-FOUND
007290         COMPUTE GL300-STMT-MONTH-AMOUNT =
007300             GL300-GA-BALANCE(GL300-ACCT-IX) -
007310             GL300-GA-PRIOR-BALANCE(GL300-ACCT-IX)
007320     ELSE
007330         MOVE GL300-STMT-AMOUNT TO GL300-STMT-MONTH-AMOUNT
007340     END-IF.
007350     IF (GL300-REVENUE-SECTION AND
007360             GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) = "D") OR
007370        (GL300-EXPENSE-SECTION AND
007380             GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) = "C")
007390         COMPUTE GL300-STMT-AMOUNT = ZERO - GL300-STMT-AMOUNT
007400         COMPUTE GL300-STMT-MONTH-AMOUNT =
007410             ZERO - GL300-STMT-MONTH-AMOUNT
007420     END-IF.
007430     IF GL300-REVENUE-SECTION
007440         ADD GL300-STMT-MONTH-AMOUNT TO GL300-MONTH-REVENUE
007450         ADD GL300-STMT-AMOUNT TO GL300-YTD-REVENUE
007460     ELSE
007470         ADD GL300-STMT-MONTH-AMOUNT TO GL300-MONTH-EXPENSE
007480         ADD GL300-STMT-AMOUNT TO GL300-YTD-EXPENSE
007490     END-IF.
007500     MOVE GL300-GA-NUMBER(GL300-ACCT-IX) TO GID-ACCOUNT-NUMBER.
007510     MOVE GL300-GA-NAME(GL300-ACCT-IX) TO GID-ACCOUNT-NAME.
007520     MOVE GL300-STMT-MONTH-AMOUNT TO GID-MONTH-AMOUNT.
007530     MOVE GL300-STMT-AMOUNT TO GID-YTD-AMOUNT.
007540     WRITE GL-REPORT-RECORD FROM GL300-INCOME-DETAIL-LINE.
007550 4100-EXIT.
007560     EXIT.
007570*
007580* ---------------------------------------------------------------
007590* 4900-FIND-GL-ACCOUNT SEARCHES THE ACCOUNT TABLE FOR THE
007600* LOOKUP ACCOUNT NUMBER. ON A HIT THE TABLE INDEX ADDRESSES THE
007610* ENTRY.
007620* ---------------------------------------------------------------
007630 4900-FIND-GL-ACCOUNT.
007640     SET GL300-ACCOUNT-NOT-FOUND TO TRUE.
007650     SET GL300-ACCT-IX TO 1.
007660     SEARCH GL300-ACCOUNT-ENTRY
007670         AT END
007680             SET GL300-ACCOUNT-NOT-FOUND TO TRUE
007690         WHEN GL300-GA-NUMBER(GL300-ACCT-IX) =
007700             GL300-LOOKUP-ACCOUNT
007710             SET GL300-ACCOUNT-FOUND TO TRUE
007720     END-SEARCH.
007730 4900-EXIT.
007740     EXIT.
007750*
007760* ---------------------------------------------------------------
007770* 5000-POST-CLOSING-ENTRIES (YEAR END ONLY) CLEARS EVERY REVENUE
007780* AND EXPENSE ACCOUNT TO RETAINED EARNINGS. EACH ACCOUNT IS
007790* CLOSED BY ONE JOURNAL LINE ON THE SIDE OPPOSITE ITS NORMAL
007800* BALANCE, AND THE NET OF THEM ALL GOES TO RETAINED EARNINGS
007810* (A CREDIT FOR A PROFIT, A DEBIT FOR A LOSS). THE LINES ARE
007820* DATED THE PERIOD-END DATE UNDER SOURCE "CLOSE" SO THEY SIT
007830* WITH THE YEAR THEY CLOSE.
007840* ---------------------------------------------------------------
007850 5000-POST-CLOSING-ENTRIES.
007860     OPEN EXTEND GL-JOURNAL-FILE.
007870     IF GL300-JRNL-FILE-STATUS NOT = "00" AND
007880             GL300-JRNL-FILE-STATUS NOT = "05"
007890         DISPLAY "GLJRNL OPEN FAILED, STATUS = "
007900             GL300-JRNL-FILE-STATUS
007910         STOP RUN
007920     END-IF.
007930     MOVE SPACES TO GL-REPORT-RECORD.
007940     WRITE GL-REPORT-RECORD.
007950     MOVE "YEAR-END CLOSING ENTRIES" TO GL300-TITLE-LINE.
007960     WRITE GL-REPORT-RECORD FROM GL300-TITLE-LINE.
007970     WRITE GL-REPORT-RECORD FROM GL300-RULE-LINE.
007980     PERFORM 5100-CLOSE-ONE-ACCOUNT THRU 5100-EXIT
007990         VARYING GL300-ACCT-IX FROM 1 BY 1
008000         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
008010     MOVE GL300-RETAINED-EARNINGS TO GL300-LOOKUP-ACCOUNT.
008020     PERFORM 4900-FIND-GL-ACCOUNT THRU 4900-EXIT.
008030     IF GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) = "C"
008040         ADD GL300-CLOSING-NET TO
008050             GL300-GA-BALANCE(GL300-ACCT-IX)
008060     ELSE
008070         SUBTRACT GL300-CLOSING-NET FROM
008080             GL300-GA-BALANCE(GL300-ACCT-IX)
008090     END-IF.
008100     IF GL300-CLOSING-NET < ZERO
008110         MOVE "D" TO GL300-CLOSING-SIDE
008120         COMPUTE GL300-CLOSING-AMOUNT = ZERO - GL300-CLOSING-NET
008130     ELSE
008140         MOVE "C" TO GL300-CLOSING-SIDE
008150         MOVE GL300-CLOSING-NET TO GL300-CLOSING-AMOUNT
008160     END-IF.
008170     PERFORM 5200-WRITE-CLOSING-LINE THRU 5200-EXIT.
008180     CLOSE GL-JOURNAL-FILE.
008190     SET GL300-CLOSING-ENTRIES-POSTED TO TRUE.
008200 5000-EXIT.
008210     EXIT.
008220*
008230 5100-CLOSE-ONE-ACCOUNT.
008240     IF NOT GL300-GA-REVENUE(GL300-ACCT-IX) AND
008250             NOT GL300-GA-EXPENSE(GL300-ACCT-IX)
008260         GO TO 5100-EXIT
008270     END-IF.
008280     IF GL300-GA-BALANCE(GL300-ACCT-IX) = ZERO
008290         GO TO 5100-EXIT
008300     END-IF.
008310     MOVE GL300-GA-BALANCE(GL300-ACCT-IX) TO GL300-CLOSING-AMOUNT.
008320     IF GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) = "C"
008330         MOVE "D" TO GL300-CLOSING-SIDE
008340         ADD GL300-CLOSING-AMOUNT TO GL300-CLOSING-NET
008350     ELSE
008360         MOVE "C" TO GL300-CLOSING-SIDE
008370         SUBTRACT GL300-CLOSING-AMOUNT FROM GL300-CLOSING-NET
008380     END-IF.
008390     MOVE ZERO TO GL300-GA-BALANCE(GL300-ACCT-IX).
008400     PERFORM 5200-WRITE-CLOSING-LINE THRU 5200-EXIT.
008410 5100-EXIT.
008420     EXIT.
008430*
008440* ---------------------------------------------------------------
008450* 5200-WRITE-CLOSING-LINE WRITES ONE CLOSING JOURNAL LINE FOR THE
008460* ACCOUNT THE TABLE INDEX ADDRESSES, AND PRINTS IT.
008470* ---------------------------------------------------------------
008480 5200-WRITE-CLOSING-LINE.
008490     MOVE SPACES TO GL-JOURNAL-RECORD.
008500     MOVE GL300-CLOSING-SIDE TO GJR-DEBIT-CREDIT.
008510     MOVE GL300-PERIOD-END-DATE TO GJR-POSTING-DATE.
008520     MOVE GL300-CLOSE-SOURCE TO GJR-SOURCE-FEED.
008530     MOVE GL300-CLOSE-FEED-ID TO GJR-FEED-ACCOUNT-ID.
008540     MOVE GL300-GA-NUMBER(GL300-ACCT-IX) TO GJR-GL-ACCOUNT.
008550     MOVE GL300-CLOSING-AMOUNT TO GJR-AMOUNT.
008560     WRITE GL-JOURNAL-RECORD.
008570     ADD 1 TO GL300-JOURNAL-LINE-COUNT.
008580     MOVE GL300-GA-NUMBER(GL300-ACCT-IX) TO GCD-ACCOUNT-NUMBER.
008590     MOVE GL300-GA-NAME(GL300-ACCT-IX) TO GCD-ACCOUNT-NAME.
008600     IF GL300-CLOSING-SIDE = "D"
008610         MOVE "DR" TO GCD-DEBIT-CREDIT
008620     ELSE
008630         MOVE "CR" TO GCD-DEBIT-CREDIT
008640     END-IF.
008650     MOVE GL300-CLOSING-AMOUNT TO GCD-AMOUNT.
008660     WRITE GL-REPORT-RECORD FROM GL300-CLOSING-DETAIL-LINE.
008670 5200-EXIT.
008680     EXIT.
008690*
008700* ---------------------------------------------------------------
008710* 6000-REWRITE-ACCOUNTS WRITES THE ACCOUNT TABLE BACK TO THE GL
008720* ACCOUNT MASTER WITH THE CLOSING ENTRIES APPLIED AND THE ACTIVITY
008730* DATED AFTER THE PERIOD END PUT BACK.
008740* ---------------------------------------------------------------
008750 6000-REWRITE-ACCOUNTS.
008760     OPEN OUTPUT GL-ACCOUNT-FILE.
008770     IF GL300-ACCT-FILE-STATUS NOT = "00"
008780         DISPLAY "GLACCT REOPEN FAILED, STATUS = "
008790             GL300-ACCT-FILE-STATUS
008800         STOP RUN
008810     END-IF.
008820     PERFORM 6100-WRITE-ONE-ACCOUNT THRU 6100-EXIT
008830         VARYING GL300-ACCT-IX FROM 1 BY 1
008840         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
008850     CLOSE GL-ACCOUNT-FILE.
008860 6000-EXIT.
008870     EXIT.
008880*
008890 6100-WRITE-ONE-ACCOUNT.
008900     MOVE GL300-GA-NUMBER(GL300-ACCT-IX) TO GAR-ACCOUNT-NUMBER.
008910     MOVE GL300-GA-NAME(GL300-ACCT-IX) TO GAR-ACCOUNT-NAME.
008920     MOVE GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) TO
008930         GAR-NORMAL-SIDE.
008940     COMPUTE GAR-BALANCE = GL300-GA-BALANCE(GL300-ACCT-IX) +
008950         GL300-GA-LATER-ACTIVITY(GL300-ACCT-IX).
008960     WRITE GL-ACCOUNT-RECORD.
008970 6100-EXIT.
008980     EXIT.
008990*
009000* ---------------------------------------------------------------
009010* 7000-PRINT-BALANCE-SHEET PRINTS ASSETS (DEBIT-POSITIVE) AND
009020* LIABILITIES AND EQUITY (CREDIT-POSITIVE). UNTIL THE YEAR-END
009030* CLOSING ENTRIES MOVE IT TO RETAINED EARNINGS, THE YEAR'S NET
009040* INCOME IS SHOWN IN EQUITY AS CURRENT YEAR EARNINGS. TOTAL
009050* ASSETS MUST EQUAL TOTAL LIABILITIES AND EQUITY.
009060* ---------------------------------------------------------------
009070 7000-PRINT-BALANCE-SHEET.
009080     MOVE SPACES TO GL-REPORT-RECORD.
009090     WRITE GL-REPORT-RECORD.
009100     MOVE "BALANCE SHEET" TO GL300-TITLE-LINE.
009110     WRITE GL-REPORT-RECORD FROM GL300-TITLE-LINE.
009120     WRITE GL-REPORT-RECORD FROM GL300-BALANCE-HEADING.
009130     WRITE GL-REPORT-RECORD FROM GL300-RULE-LINE.
009140     SET GL300-ASSET-SECTION TO TRUE.
009150     MOVE ZERO TO GL300-SECTION-TOTAL.
009160     PERFORM 7100-PRINT-BALANCE-ACCOUNT THRU 7100-EXIT
009170         VARYING GL300-ACCT-IX FROM 1 BY 1
009180         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
009190     MOVE GL300-SECTION-TOTAL TO GL300-TOTAL-ASSETS.
009200     MOVE "TOTAL ASSETS" TO GBT-LABEL.
009210     MOVE GL300-TOTAL-ASSETS TO GBT-AMOUNT.
009220     WRITE GL-REPORT-RECORD FROM GL300-BALANCE-TOTAL-LINE.
009230     MOVE SPACES TO GL-REPORT-RECORD.
009240     WRITE GL-REPORT-RECORD.
009250     SET GL300-LIABILITY-SECTION TO TRUE.
009260     MOVE ZERO TO GL300-SECTION-TOTAL.
009270     PERFORM 7100-PRINT-BALANCE-ACCOUNT THRU 7100-EXIT
009280         VARYING GL300-ACCT-IX FROM 1 BY 1
009290         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
009300     MOVE GL300-SECTION-TOTAL TO GL300-TOTAL-LIABILITIES.
009310     MOVE "TOTAL LIABILITIES" TO GBT-LABEL.
009320     MOVE GL300-TOTAL-LIABILITIES TO GBT-AMOUNT.
009330     WRITE GL-REPORT-RECORD FROM GL300-BALANCE-TOTAL-LINE.
009340     MOVE SPACES TO GL-REPORT-RECORD.
009350     WRITE GL-REPORT-RECORD.
009360     SET GL300-EQUITY-SECTION TO TRUE.
009370     MOVE ZERO TO GL300-SECTION-TOTAL.
009380     PERFORM 7100-PRINT-BALANCE-ACCOUNT THRU 7100-EXIT
009390         VARYING GL300-ACCT-IX FROM 1 BY 1
009400         UNTIL GL300-ACCT-IX > GL300-ACCOUNT-COUNT.
009410     IF GL300-CLOSING-ENTRIES-POSTED
009420         MOVE ZERO TO GL300-CURRENT-EARNINGS
009430     ELSE
009440         MOVE GL300-YTD-NET-INCOME TO GL300-CURRENT-EARNINGS
009450     END-IF.
009460     MOVE SPACES TO GBD-ACCOUNT-NUMBER.
009470     MOVE "CURRENT YEAR EARNINGS" TO GBD-ACCOUNT-NAME.
009480     MOVE GL300-CURRENT-EARNINGS TO GBD-AMOUNT.
009490     WRITE GL-REPORT-RECORD FROM GL300-BALANCE-DETAIL-LINE.
009500     ADD GL300-CURRENT-EARNINGS TO GL300-SECTION-TOTAL.
009510     MOVE GL300-SECTION-TOTAL TO GL300-TOTAL-EQUITY.
009520     MOVE "TOTAL EQUITY" TO GBT-LABEL.
009530     MOVE GL300-TOTAL-EQUITY TO GBT-AMOUNT.
009540     WRITE GL-REPORT-RECORD FROM GL300-BALANCE-TOTAL-LINE.
009550     WRITE GL-REPORT-RECORD FROM GL300-RULE-LINE.
009560     ADD GL300-TOTAL-LIABILITIES GL300-TOTAL-EQUITY
009570         GIVING GL300-TOTAL-LIAB-EQUITY.
009580     MOVE "TOTAL LIABILITIES AND EQUITY" TO GBT-LABEL.
009590     MOVE GL300-TOTAL-LIAB-EQUITY TO GBT-AMOUNT.
009600     WRITE GL-REPORT-RECORD FROM GL300-BALANCE-TOTAL-LINE.
009610     IF GL300-TOTAL-ASSETS = GL300-TOTAL-LIAB-EQUITY
009620         MOVE "BALANCE SHEET PROVES" TO GL300-STATUS-LINE
009630     ELSE
009640         MOVE "BALANCE SHEET DOES NOT PROVE - HOLD SIGN-OFF" TO
009650             GL300-STATUS-LINE
009660         MOVE 8 TO RETURN-CODE
009670     END-IF.
009680     WRITE GL-REPORT-RECORD FROM GL300-STATUS-LINE.
009690 7000-EXIT.
009700     EXIT.
009710*
009720 7100-PRINT-BALANCE-ACCOUNT.
009730     IF GL300-ASSET-SECTION AND
009740             NOT GL300-GA-ASSET(GL300-ACCT-IX)
009750         GO TO 7100-EXIT
009760     END-IF.
009770     IF GL300-LIABILITY-SECTION AND
009780             NOT GL300-GA-LIABILITY(GL300-ACCT-IX)
009790         GO TO 7100-EXIT
009800     END-IF.
009810     IF GL300-EQUITY-SECTION AND
009820             NOT GL300-GA-EQUITY(GL300-ACCT-IX)
009830         GO TO 7100-EXIT
009840     END-IF.
009850     MOVE GL300-GA-BALANCE(GL300-ACCT-IX) TO GL300-STMT-AMOUNT.
009860     IF (GL300-ASSET-SECTION AND
009870             GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) = "C") OR
009880        (NOT GL300-ASSET-SECTION AND
009890             GL300-GA-NORMAL-SIDE(GL300-ACCT-IX) = "D")
009900         COMPUTE GL300-STMT-AMOUNT = ZERO - GL300-STMT-AMOUNT
009910     END-IF.
009920     ADD GL300-STMT-AMOUNT TO GL300-SECTION-TOTAL.
009930     MOVE GL300-GA-NUMBER(GL300-ACCT-IX) TO GBD-ACCOUNT-NUMBER.
009940     MOVE GL300-GA-NAME(GL300-ACCT-IX) TO GBD-ACCOUNT-NAME.
009950     MOVE GL300-STMT-AMOUNT TO GBD-AMOUNT.
009960     WRITE GL-REPORT-RECORD FROM GL300-BALANCE-DETAIL-LINE.
009970 7100-EXIT.
009980     EXIT.
009990*
010000* ---------------------------------------------------------------
010010* 8000-MARK-PERIOD-CLOSED RECUTS GLPERIOD WITH THE PERIOD JUST
010020* CLOSED. FROM HERE ON GL_DAILY_POST REFUSES A FEED DATED IN IT.
010030* ---------------------------------------------------------------
010040 8000-MARK-PERIOD-CLOSED.
010050     OPEN OUTPUT GL-PERIOD-FILE.
010060     IF GL300-PERIOD-FILE-STATUS NOT = "00" AND
010070             GL300-PERIOD-FILE-STATUS NOT = "05"
010080         DISPLAY "GLPERIOD OPEN FAILED, STATUS = "
010090             GL300-PERIOD-FILE-STATUS
010100         STOP RUN
010110     END-IF.
010120     MOVE GL300-CLOSE-PERIOD TO GPR-CLOSED-PERIOD.
010130     MOVE GL300-RUN-DATE TO GPR-CLOSE-RUN-DATE.
010140     WRITE GL-PERIOD-RECORD.
010150     CLOSE GL-PERIOD-FILE.
010160     MOVE SPACES TO GL-REPORT-RECORD.
010170     WRITE GL-REPORT-RECORD.
010180     MOVE "GLHIST RECORDS WRITTEN" TO GCL-LABEL.
010190     MOVE GL300-HIST-RECORDS-WRITTEN TO GCL-COUNT.
010200     WRITE GL-REPORT-RECORD FROM GL300-COUNT-LINE.
010210     MOVE "CLOSING JOURNAL LINES WRITTEN" TO GCL-LABEL.
010220     MOVE GL300-JOURNAL-LINE-COUNT TO GCL-COUNT.
010230     WRITE GL-REPORT-RECORD FROM GL300-COUNT-LINE.
010240     MOVE "PERIOD CLOSED" TO GL300-STATUS-LINE.
010250     WRITE GL-REPORT-RECORD FROM GL300-STATUS-LINE.
010260 8000-EXIT.
010270     EXIT.
010280*
010290 9000-WRAPUP.
010300     CLOSE GL-REPORT-FILE.
010310     DISPLAY "GL PERIOD CLOSE ENDED FOR PERIOD "
010320         GL300-CLOSE-PERIOD.
010330     IF RETURN-CODE NOT = ZERO
010340         DISPLAY "CLOSE ENDED WITH RETURN CODE " RETURN-CODE
010350     END-IF.
010360 9000-EXIT.
010370     EXIT.
010380*
010390 END PROGRAM GL_PERIOD_CLOSE.
