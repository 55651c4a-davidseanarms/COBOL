000010* ---------------------------------------------------------------
000020* AIRLINE-LOYALTY-STMT PRINTS THE MONTHLY LOYALTY MEMBER
000030* STATEMENT ON LOYSTMT: ONE STATEMENT PER MEMBER WITH NAME AND
000040* ADDRESS FROM THE CUSTOMER MASTER, TIER, OPENING BALANCE, THE
000050* MONTH'S EARNINGS, REDEMPTIONS, AND EXPIRIES FROM THE LOYALTY
000060* ACTIVITY FILE (LOYLTXN), AND CLOSING BALANCE.
000070*
000080* THE STATEMENT MONTH (YYYYMM) IS TAKEN FROM THE COMMAND LINE;
000090* WITH NO USABLE PARAMETER THE MONTH BEFORE THE RUN DATE IS
000100* USED. THE OPENING BALANCE IS WORKED BACK FROM THE ACCOUNT'S
000110* CURRENT BALANCE LESS ALL ACTIVITY SINCE THE START OF THE
000120* MONTH, SO A LATE RUN OR A RERUN STATES THE MONTH CORRECTLY.
000130*
000140* THE SAME PASS KEEPS THE ACCOUNTS CURRENT: A NEW CALENDAR YEAR
000150* IS ROLLED INTO THE QUALIFYING MILES AND THE TIER RESET, SO A
000160* MEMBER WHO STOPS FLYING DROPS TIER; AND A MEMBER WITH NO
000170* MILES EARNED IN THE 24 MONTHS TO THE END OF THE STATEMENT
000180* MONTH FORFEITS THE WHOLE BALANCE, POSTED AS AN "X" ENTRY ON
000190* LOYLTXN DATED THE LAST DAY OF THE MONTH. A MEMBER ALREADY
000200* STATED FOR THE MONTH IS NOT EXPIRED A SECOND TIME.
000210* RUN EARLY IN THE MONTH, AFTER THE LAST ACCRUAL OF THE MONTH
000220* BEING STATED.
000230* ---------------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AIRLINE-LOYALTY-STMT.
000260 AUTHOR. R. CONWAY.
000270 INSTALLATION. PASSENGER SERVICES SYSTEMS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*
000310* ---------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE       BY    DESCRIPTION
000340*   10/15/2026 RC    ORIGINAL MONTHLY LOYALTY MEMBER STATEMENT,
000350*                    BUILT ON THE SORT/CONTROL-BREAK PATTERN OF
000360*                    SAVINGS_COMBINED_STMT.
000370* ---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420*
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL LOYALTY-ACCOUNT-FILE ASSIGN TO "LOYALTY"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS LAR-MEMBER-NUMBER
000490         FILE STATUS IS AT940-LOYALTY-FILE-STATUS.
000500     SELECT OPTIONAL LOYALTY-ACTIVITY-FILE ASSIGN TO "LOYLTXN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS AT940-ACTIVITY-FILE-STATUS.
000530     SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CMR-CUSTOMER-NUMBER
000570         FILE STATUS IS AT940-CUST-FILE-STATUS.
000580     SELECT LOYALTY-STMT-FILE ASSIGN TO "LOYSTMT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS AT940-STMT-FILE-STATUS.
000610     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*
000660* LOYALTY ACCOUNT, ONE PER MEMBER. THE MEMBER NUMBER IS THE
000670* CUSTOMER NUMBER ON CUSTMAST. THE MILES BALANCE IS EARNED LESS
000680* REDEEMED LESS EXPIRED.
000690 FD  LOYALTY-ACCOUNT-FILE.
000700 01  LOYALTY-ACCOUNT-RECORD.
000710     05  LAR-MEMBER-NUMBER       PIC X(06).
000720     05  LAR-MEMBER-NAME         PIC X(30).
000730     05  LAR-ENROLL-DATE         PIC 9(08).
000740     05  LAR-TIER-CODE           PIC X(01).
000750         88  LAR-TIER-GOLD              VALUE "G".
000760         88  LAR-TIER-SILVER            VALUE "S".
000770         88  LAR-TIER-BASE              VALUE "B".
000780     05  LAR-MILES-EARNED        PIC 9(09).
000790     05  LAR-MILES-REDEEMED      PIC 9(09).
000800     05  LAR-MILES-EXPIRED       PIC 9(09).
000810     05  LAR-QUAL-YEAR           PIC 9(04).
000820     05  LAR-QUAL-MILES          PIC 9(07).
000830     05  LAR-PRIOR-QUAL-MILES    PIC 9(07).
000840     05  LAR-LAST-EARN-DATE      PIC 9(08).
000850     05  LAR-LAST-STMT-MONTH     PIC 9(06).
000860*
000870* LOYALTY ACTIVITY: ONE ENTRY PER EARNING (E), REDEMPTION (R),
000880* OR EXPIRY (X).
000890 FD  LOYALTY-ACTIVITY-FILE.
000900 01  LOYALTY-ACTIVITY-RECORD.
000910     05  LTR-MEMBER-NUMBER       PIC X(06).
000920     05  LTR-POST-DATE           PIC 9(08).
000930     05  LTR-TYPE                PIC X(01).
000940     05  LTR-MILES               PIC 9(07).
000950     05  LTR-REFERENCE           PIC X(08).
000960     05  LTR-FLIGHT-DATE         PIC 9(08).
000970     05  LTR-DESCRIPTION         PIC X(30).
000980     05  LTR-SEAT-CLASS          PIC X(01).
000990*
001000 FD  CUSTOMER-MASTER-FILE.
001010 01  CUSTOMER-MASTER-RECORD.
001020     05  CMR-CUSTOMER-NUMBER     PIC X(06).
001030     05  CMR-CUSTOMER-NAME       PIC X(30).
001040     05  CMR-STREET-ADDRESS      PIC X(30).
001050     05  CMR-CITY                PIC X(20).
001060     05  CMR-STATE               PIC X(02).
001070     05  CMR-ZIP-CODE            PIC X(05).
001080     05  CMR-TAXPAYER-ID         PIC X(09).
001090     05  CMR-TIN-TYPE            PIC X(01).
001100     05  CMR-WITHHOLDING-CODE    PIC X(01).
001110*
001120 FD  LOYALTY-STMT-FILE.
001130 01  LOYALTY-STMT-RECORD         PIC X(80).
001140*
001150 SD  SORT-WORK-FILE.
001160 01  SORT-WORK-RECORD.
001170     05  SWR-MEMBER-NUMBER       PIC X(06).
001180     05  SWR-POST-DATE           PIC 9(08).
001190     05  SWR-SEQUENCE            PIC 9(07).
001200     05  SWR-TYPE                PIC X(01).
001210     05  SWR-MILES               PIC 9(07).
001220     05  SWR-REFERENCE           PIC X(08).
001230     05  SWR-DESCRIPTION         PIC X(30).
001240     05  SWR-PERIOD-FLAG         PIC X(01).
001250         88  SWR-IN-PERIOD              VALUE "Y".
001260         88  SWR-AFTER-PERIOD           VALUE "N".
001270*
001280 WORKING-STORAGE SECTION.
001290*
001300 77  AT940-LOYALTY-FILE-STATUS   PIC X(02) VALUE "00".
001310 77  AT940-ACTIVITY-FILE-STATUS  PIC X(02) VALUE "00".
001320 77  AT940-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001330 77  AT940-STMT-FILE-STATUS      PIC X(02) VALUE "00".
001340*
001350 77  AT940-GOLD-QUAL-MILES       PIC 9(07) VALUE 25000.
001360 77  AT940-SILVER-QUAL-MILES     PIC 9(07) VALUE 10000.
001370*
001380 01  AT940-RUN-DATE              PIC 9(08) VALUE ZERO.
001390 01  AT940-RUN-DATE-X REDEFINES AT940-RUN-DATE.
001400     05  AT940-RUN-YEAR          PIC 9(04).
001410     05  AT940-RUN-MONTH         PIC 9(02).
001420     05  FILLER                  PIC X(02).
001430*
001440 01  AT940-COMMAND-LINE-PARM     PIC X(20) VALUE SPACES.
001450 01  AT940-STMT-MONTH-X          PIC X(06) VALUE SPACES.
001460 01  AT940-STMT-MONTH-N REDEFINES AT940-STMT-MONTH-X.
001470     05  AT940-STMT-YEAR         PIC 9(04).
001480     05  AT940-STMT-MM           PIC 9(02).
001490 01  AT940-STMT-MONTH            PIC 9(06) VALUE ZERO.
001500*
001510 01  AT940-MONTH-START           PIC 9(08) VALUE ZERO.
001520 01  AT940-MONTH-END             PIC 9(08) VALUE ZERO.
001530 01  AT940-NEXT-MONTH-START      PIC 9(08) VALUE ZERO.
001540 01  AT940-NEXT-MONTH-START-X REDEFINES AT940-NEXT-MONTH-START.
001550     05  AT940-NEXT-YEAR         PIC 9(04).
001560     05  AT940-NEXT-MM           PIC 9(02).
001570     05  AT940-NEXT-DD           PIC 9(02).
001580 01  AT940-EXPIRY-CUTOFF         PIC 9(08) VALUE ZERO.
001590*
001600 01  AT940-ACTIVITY-EOF-SWITCH   PIC X(01) VALUE "N".
001610     88  AT940-END-OF-ACTIVITY-FILE         VALUE "Y".
001620     88  AT940-MORE-ACTIVITY-RECORDS        VALUE "N".
001630*
001640 01  AT940-SORT-KEY              PIC X(06) VALUE LOW-VALUES.
001650 01  AT940-ACCOUNT-KEY           PIC X(06) VALUE LOW-VALUES.
001660 01  AT940-RELEASE-SEQUENCE      PIC 9(07) VALUE ZERO.
001670*
001680* ONE MEMBER'S ACTIVITY FOR THE MONTH, HELD SO THE OPENING
001690* BALANCE CAN PRINT AHEAD OF IT. ENTRIES PAST THE TABLE ARE
001700* STILL TOTALED; THE STATEMENT NOTES HOW MANY WERE NOT LISTED.
001710 01  AT940-ACTIVITY-COUNT        PIC 9(03) COMP VALUE ZERO.
001720 01  AT940-NOT-LISTED-COUNT      PIC 9(05) COMP VALUE ZERO.
001730 01  AT940-ACTIVITY-TABLE.
001740     05  AT940-ACTIVITY-ENTRY OCCURS 1 TO 200 TIMES
001750             DEPENDING ON AT940-ACTIVITY-COUNT
001760             INDEXED BY AT940-ACT-IX.
001770         10  AT940-AE-POST-DATE   PIC 9(08).
001780         10  AT940-AE-TYPE        PIC X(01).
001790         10  AT940-AE-MILES       PIC 9(07).
001800         10  AT940-AE-REFERENCE   PIC X(08).
001810         10  AT940-AE-DESCRIPTION PIC X(30).
001820*
001830 01  AT940-PERIOD-ENTRY-COUNT    PIC 9(05) COMP VALUE ZERO.
001840 01  AT940-PERIOD-EARNED         PIC S9(09) COMP-3 VALUE ZERO.
001850 01  AT940-PERIOD-REDEEMED       PIC S9(09) COMP-3 VALUE ZERO.
001860 01  AT940-PERIOD-EXPIRED        PIC S9(09) COMP-3 VALUE ZERO.
001870 01  AT940-LATER-NET             PIC S9(09) COMP-3 VALUE ZERO.
001880 01  AT940-CURRENT-BALANCE       PIC S9(09) COMP-3 VALUE ZERO.
001890 01  AT940-OPENING-BALANCE       PIC S9(09) COMP-3 VALUE ZERO.
001900 01  AT940-CLOSING-BALANCE       PIC S9(09) COMP-3 VALUE ZERO.
001910 01  AT940-EXPIRE-MILES          PIC 9(07) VALUE ZERO.
001920 01  AT940-BEST-QUAL-MILES       PIC 9(07) VALUE ZERO.
001930*
001940 01  AT940-STATEMENT-COUNT       PIC 9(05) COMP VALUE ZERO.
001950 01  AT940-SKIPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
001960 01  AT940-EXPIRED-COUNT         PIC 9(05) COMP VALUE ZERO.
001970 01  AT940-EXPIRED-MILES-TOTAL   PIC 9(09) COMP VALUE ZERO.
001980 01  AT940-ORPHAN-COUNT          PIC 9(05) COMP VALUE ZERO.
001990*
002000* STATEMENT PRINT LINES.
002010 01  AT940-HEADING-LINE.
002020     05  FILLER                  PIC X(30) VALUE
002030         "LOYALTY MEMBER STATEMENT      ".
002040     05  FILLER                  PIC X(07) VALUE "MONTH  ".
002050     05  LSH-STMT-MONTH          PIC 9(06).
002060     05  FILLER                  PIC X(37) VALUE SPACES.
002070*
002080 01  AT940-RULE-LINE             PIC X(80) VALUE ALL "-".
002090*
002100 01  AT940-NAME-LINE.
002110     05  LSN-MEMBER-NAME         PIC X(30).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  FILLER                  PIC X(07) VALUE "MEMBER ".
002140     05  LSN-MEMBER-NUMBER       PIC X(06).
002150     05  FILLER                  PIC X(07) VALUE "  TIER ".
002160     05  LSN-TIER-NAME           PIC X(06).
002170     05  FILLER                  PIC X(22) VALUE SPACES.
002180*
002190 01  AT940-ADDR-LINE.
002200     05  LSA-STREET-ADDRESS      PIC X(30).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  LSA-CITY                PIC X(20).
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  LSA-STATE               PIC X(02).
002250     05  FILLER                  PIC X(01) VALUE SPACES.
002260     05  LSA-ZIP-CODE            PIC X(05).
002270     05  FILLER                  PIC X(19) VALUE SPACES.
002280*
002290 01  AT940-NOCUST-LINE.
002300     05  FILLER                  PIC X(32) VALUE
002310         "MEMBER NOT ON CUSTOMER MASTER".
002320     05  FILLER                  PIC X(48) VALUE SPACES.
002330*
002340 01  AT940-COLUMN-LINE.
002350     05  FILLER                  PIC X(10) VALUE "DATE".
002360     05  FILLER                  PIC X(10) VALUE "ACTIVITY".
002370     05  FILLER                  PIC X(10) VALUE "REFERENCE".
002380     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
002390     05  FILLER                  PIC X(12) VALUE "       MILES".
002400     05  FILLER                  PIC X(06) VALUE SPACES.
002410*
002420 01  AT940-BALANCE-LINE.
002430     05  LSB-LABEL               PIC X(62).
002440     05  LSB-MILES               PIC -ZZZ,ZZZ,ZZ9.
002450     05  FILLER                  PIC X(06) VALUE SPACES.
002460*
002470 01  AT940-DETAIL-LINE.
002480     05  LSD-POST-DATE           PIC 9(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  LSD-ACTIVITY            PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  LSD-REFERENCE           PIC X(08).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  LSD-DESCRIPTION         PIC X(30).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  LSD-MILES               PIC -ZZZ,ZZZ,ZZ9.
002570     05  FILLER                  PIC X(06) VALUE SPACES.
002580*
002590 01  AT940-MORE-LINE.
002600     05  FILLER                  PIC X(10) VALUE SPACES.
002610     05  LSM-NOT-LISTED-COUNT    PIC ZZZZ9.
002620     05  FILLER                  PIC X(40) VALUE
002630         " MORE ENTRIES INCLUDED BUT NOT LISTED".
002640     05  FILLER                  PIC X(25) VALUE SPACES.
002650*
002660 01  AT940-QUAL-LINE.
002670     05  FILLER                  PIC X(25) VALUE
002680         "QUALIFYING MILES FOR ".
002690     05  LSQ-QUAL-YEAR           PIC 9(04).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  LSQ-QUAL-MILES          PIC Z,ZZZ,ZZ9.
002720     05  FILLER                  PIC X(12) VALUE "   PRIOR YR ".
002730     05  LSQ-PRIOR-QUAL-MILES    PIC Z,ZZZ,ZZ9.
002740     05  FILLER                  PIC X(19) VALUE SPACES.
002750*
002760 01  AT940-SUMMARY-LINE.
002770     05  FILLER                  PIC X(19) VALUE
002780         "MEMBERS STATEMENTED".
002790     05  FILLER                  PIC X(01) VALUE SPACES.
002800     05  LSS-STATEMENT-COUNT     PIC ZZZZ9.
002810     05  FILLER                  PIC X(03) VALUE SPACES.
002820     05  FILLER                  PIC X(16) VALUE
002830         "BALANCES EXPIRED".
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  LSS-EXPIRED-COUNT       PIC ZZZZ9.
002860     05  FILLER                  PIC X(30) VALUE SPACES.
002870*
002880 PROCEDURE DIVISION.
002890*
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002920     SORT SORT-WORK-FILE
002930         ON ASCENDING KEY SWR-MEMBER-NUMBER SWR-POST-DATE
002940             SWR-SEQUENCE
002950         INPUT PROCEDURE IS 1500-RELEASE-ACTIVITY THRU 1500-EXIT
002960         OUTPUT PROCEDURE IS 2000-PRODUCE-STATEMENTS
002970             THRU 2000-EXIT.
002980     PERFORM 9000-WRAPUP THRU 9000-EXIT.
002990     STOP RUN.
003000*
003010* ---------------------------------------------------------------
003020* 1000-INITIALIZE RESOLVES THE STATEMENT MONTH AND ITS FIRST AND
003030* LAST DAYS, AND OPENS THE LOYALTY FILE, CUSTOMER MASTER, AND
003040* STATEMENT FILE.
003050* ---------------------------------------------------------------
003060 1000-INITIALIZE.
003070     ACCEPT AT940-RUN-DATE FROM DATE YYYYMMDD.
003080     ACCEPT AT940-COMMAND-LINE-PARM FROM COMMAND-LINE.
003090     MOVE AT940-COMMAND-LINE-PARM(1:6) TO AT940-STMT-MONTH-X.
003100     IF AT940-STMT-MONTH-X IS NOT NUMERIC
003110         PERFORM 1100-DEFAULT-STMT-MONTH THRU 1100-EXIT
003120     ELSE
003130         IF AT940-STMT-MM < 1 OR AT940-STMT-MM > 12
003140             PERFORM 1100-DEFAULT-STMT-MONTH THRU 1100-EXIT
003150         END-IF
003160     END-IF.
003170     MOVE AT940-STMT-MONTH-X TO AT940-STMT-MONTH.
003180     COMPUTE AT940-MONTH-START = AT940-STMT-MONTH * 100 + 1.
003190     IF AT940-STMT-MM = 12
003200         COMPUTE AT940-NEXT-YEAR = AT940-STMT-YEAR + 1
003210         MOVE 1 TO AT940-NEXT-MM
003220     ELSE
003230         MOVE AT940-STMT-YEAR TO AT940-NEXT-YEAR
003240         COMPUTE AT940-NEXT-MM = AT940-STMT-MM + 1
003250     END-IF.
003260     MOVE 1 TO AT940-NEXT-DD.
003270     COMPUTE AT940-MONTH-END = FUNCTION DATE-OF-INTEGER
003280         (FUNCTION INTEGER-OF-DATE(AT940-NEXT-MONTH-START) - 1).
003290     COMPUTE AT940-EXPIRY-CUTOFF = AT940-MONTH-END - 20000.
003300     OPEN I-O LOYALTY-ACCOUNT-FILE.
003310     IF AT940-LOYALTY-FILE-STATUS NOT = "00" AND
003320             AT940-LOYALTY-FILE-STATUS NOT = "05"
003330         DISPLAY "LOYALTY OPEN FAILED, STATUS = "
003340             AT940-LOYALTY-FILE-STATUS
003350         STOP RUN
003360     END-IF.
003370     OPEN INPUT CUSTOMER-MASTER-FILE.
003380     IF AT940-CUST-FILE-STATUS NOT = "00" AND
003390             AT940-CUST-FILE-STATUS NOT = "05"
003400         DISPLAY "CUSTMAST OPEN FAILED, STATUS = "
003410             AT940-CUST-FILE-STATUS
003420         STOP RUN
003430     END-IF.
003440     OPEN OUTPUT LOYALTY-STMT-FILE.
003450     IF AT940-STMT-FILE-STATUS NOT = "00"
003460         DISPLAY "LOYSTMT OPEN FAILED, STATUS = "
003470             AT940-STMT-FILE-STATUS
003480         STOP RUN
003490     END-IF.
003500     DISPLAY "=====================================".
003510     DISPLAY "   LOYALTY MEMBER STATEMENTS         ".
003520     DISPLAY "   STATEMENT MONTH: " AT940-STMT-MONTH.
003530     DISPLAY "=====================================".
003540 1000-EXIT.
003550     EXIT.
003560*
003570 1100-DEFAULT-STMT-MONTH.
003580     IF AT940-RUN-MONTH = 1
003590         COMPUTE AT940-STMT-YEAR = AT940-RUN-YEAR - 1
003600         MOVE 12 TO AT940-STMT-MM
003610     ELSE
003620         MOVE AT940-RUN-YEAR TO AT940-STMT-YEAR
003630         COMPUTE AT940-STMT-MM = AT940-RUN-MONTH - 1
003640     END-IF.
003650 1100-EXIT.
003660     EXIT.
003670*
003680* ---------------------------------------------------------------
003690* 1500-RELEASE-ACTIVITY IS THE SORT INPUT PROCEDURE. EVERY
003700* ACTIVITY ENTRY DATED ON OR AFTER THE FIRST OF THE STATEMENT
003710* MONTH IS RELEASED, FLAGGED AS IN THE MONTH OR AFTER IT; THE
003720* LATER ENTRIES ARE NOT PRINTED BUT ARE NEEDED TO WORK THE
003730* OPENING BALANCE BACK FROM THE CURRENT BALANCE.
003740* ---------------------------------------------------------------
003750 1500-RELEASE-ACTIVITY.
003760     OPEN INPUT LOYALTY-ACTIVITY-FILE.
003770     IF AT940-ACTIVITY-FILE-STATUS NOT = "00" AND
003780             AT940-ACTIVITY-FILE-STATUS NOT = "05"
003790         DISPLAY "LOYLTXN OPEN FAILED, STATUS = "
003800             AT940-ACTIVITY-FILE-STATUS
003810         STOP RUN
003820     END-IF.
003830     PERFORM 1600-READ-ACTIVITY-RECORD THRU 1600-EXIT
003840         UNTIL AT940-END-OF-ACTIVITY-FILE.
003850     CLOSE LOYALTY-ACTIVITY-FILE.
003860 1500-EXIT.
003870     EXIT.
003880*
003890 1600-READ-ACTIVITY-RECORD.
003900     READ LOYALTY-ACTIVITY-FILE
003910         AT END
003920             SET AT940-END-OF-ACTIVITY-FILE TO TRUE
003930     END-READ.
003940     IF AT940-END-OF-ACTIVITY-FILE
003950         GO TO 1600-EXIT
003960     END-IF.
003970     IF LTR-POST-DATE < AT940-MONTH-START
003980         GO TO 1600-EXIT
003990     END-IF.
004000     ADD 1 TO AT940-RELEASE-SEQUENCE.
004010     MOVE LTR-MEMBER-NUMBER TO SWR-MEMBER-NUMBER.
004020     MOVE LTR-POST-DATE TO SWR-POST-DATE.
004030     MOVE AT940-RELEASE-SEQUENCE TO SWR-SEQUENCE.
004040     MOVE LTR-TYPE TO SWR-TYPE.
004050     MOVE LTR-MILES TO SWR-MILES.
004060     MOVE LTR-REFERENCE TO SWR-REFERENCE.
004070     MOVE LTR-DESCRIPTION TO SWR-DESCRIPTION.
004080     IF LTR-POST-DATE > AT940-MONTH-END
004090         SET SWR-AFTER-PERIOD TO TRUE
004100     ELSE
004110         SET SWR-IN-PERIOD TO TRUE
004120     END-IF.
004130     RELEASE SORT-WORK-RECORD.
004140 1600-EXIT.
004150     EXIT.
004160*
004170* ---------------------------------------------------------------
004180* 2000-PRODUCE-STATEMENTS IS THE SORT OUTPUT PROCEDURE. IT
004190* MATCHES THE SORTED ACTIVITY AGAINST THE LOYALTY FILE READ IN
004200* MEMBER ORDER. EXPIRY ENTRIES ARE APPENDED TO LOYLTXN, WHICH
004210* THE INPUT PROCEDURE HAS ALREADY CLOSED.
004220* ---------------------------------------------------------------
004230 2000-PRODUCE-STATEMENTS.
004240     OPEN EXTEND LOYALTY-ACTIVITY-FILE.
004250     IF AT940-ACTIVITY-FILE-STATUS NOT = "00" AND
004260             AT940-ACTIVITY-FILE-STATUS NOT = "05"
004270         DISPLAY "LOYLTXN OPEN FAILED, STATUS = "
004280             AT940-ACTIVITY-FILE-STATUS
004290         STOP RUN
004300     END-IF.
004310     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT.
004320     MOVE LOW-VALUES TO LAR-MEMBER-NUMBER.
004330     START LOYALTY-ACCOUNT-FILE KEY IS NOT LESS THAN
004340             LAR-MEMBER-NUMBER
004350         INVALID KEY
004360             MOVE HIGH-VALUES TO AT940-ACCOUNT-KEY
004370     END-START.
004380     IF AT940-ACCOUNT-KEY NOT = HIGH-VALUES
004390         PERFORM 2200-READ-NEXT-ACCOUNT THRU 2200-EXIT
004400     END-IF.
004410     PERFORM 2300-MATCH-ONE THRU 2300-EXIT
004420         UNTIL AT940-SORT-KEY = HIGH-VALUES
004430         AND AT940-ACCOUNT-KEY = HIGH-VALUES.
004440     CLOSE LOYALTY-ACTIVITY-FILE.
004450 2000-EXIT.
004460     EXIT.
004470*
004480 2100-RETURN-SORTED-RECORD.
004490     RETURN SORT-WORK-FILE
004500         AT END
004510             MOVE HIGH-VALUES TO AT940-SORT-KEY
004520             GO TO 2100-EXIT
004530     END-RETURN.
004540     MOVE SWR-MEMBER-NUMBER TO AT940-SORT-KEY.
004550 2100-EXIT.
004560     EXIT.
004570*
004580 2200-READ-NEXT-ACCOUNT.
004590     READ LOYALTY-ACCOUNT-FILE NEXT RECORD
004600         AT END
004610             MOVE HIGH-VALUES TO AT940-ACCOUNT-KEY
004620             GO TO 2200-EXIT
004630     END-READ.
004640     MOVE LAR-MEMBER-NUMBER TO AT940-ACCOUNT-KEY.
004650 2200-EXIT.
004660     EXIT.
004670*
004680* ---------------------------------------------------------------
004690* 2300-MATCH-ONE TAKES THE LOWER OF THE TWO KEYS. ACTIVITY FOR A
004700* MEMBER WITH NO LOYALTY ACCOUNT IS REPORTED AND SKIPPED; EVERY
004710* ACCOUNT, WITH OR WITHOUT ACTIVITY, IS PROCESSED.
004720* ---------------------------------------------------------------
004730 2300-MATCH-ONE.
004740     IF AT940-SORT-KEY < AT940-ACCOUNT-KEY
004750         DISPLAY "ACTIVITY FOR MEMBER " AT940-SORT-KEY
004760             " NOT ON THE LOYALTY FILE, SKIPPED"
004770         ADD 1 TO AT940-ORPHAN-COUNT
004780         PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
004790         GO TO 2300-EXIT
004800     END-IF.
004810     PERFORM 3000-PROCESS-MEMBER THRU 3000-EXIT.
004820     PERFORM 2200-READ-NEXT-ACCOUNT THRU 2200-EXIT.
004830 2300-EXIT.
004840     EXIT.
004850*
004860* ---------------------------------------------------------------
004870* 3000-PROCESS-MEMBER COLLECTS THE MEMBER'S ACTIVITY, WORKS THE
004880* OPENING BALANCE BACK FROM THE CURRENT BALANCE, ROLLS THE
004890* QUALIFYING YEAR, APPLIES EXPIRY, AND PRINTS THE STATEMENT. A
004900* MEMBER WITH NO ACTIVITY IN THE MONTH AND NOTHING IN THE
004910* ACCOUNT GETS NO STATEMENT.
004920* ---------------------------------------------------------------
004930 3000-PROCESS-MEMBER.
004940     MOVE ZERO TO AT940-ACTIVITY-COUNT.
004950     MOVE ZERO TO AT940-NOT-LISTED-COUNT.
004960     MOVE ZERO TO AT940-PERIOD-ENTRY-COUNT.
004970     MOVE ZERO TO AT940-PERIOD-EARNED.
004980     MOVE ZERO TO AT940-PERIOD-REDEEMED.
004990     MOVE ZERO TO AT940-PERIOD-EXPIRED.
005000     MOVE ZERO TO AT940-LATER-NET.
005010     PERFORM 3100-COLLECT-ONE-ENTRY THRU 3100-EXIT
005020         UNTIL AT940-SORT-KEY NOT = LAR-MEMBER-NUMBER.
005030     COMPUTE AT940-CURRENT-BALANCE = LAR-MILES-EARNED
005040         - LAR-MILES-REDEEMED - LAR-MILES-EXPIRED.
005050     COMPUTE AT940-OPENING-BALANCE = AT940-CURRENT-BALANCE
005060         - AT940-PERIOD-EARNED + AT940-PERIOD-REDEEMED
005070         + AT940-PERIOD-EXPIRED - AT940-LATER-NET.
005080     PERFORM 3200-ROLL-QUALIFYING-YEAR THRU 3200-EXIT.
005090     IF LAR-LAST-STMT-MONTH < AT940-STMT-MONTH
005100             AND AT940-CURRENT-BALANCE > ZERO
005110             AND LAR-LAST-EARN-DATE < AT940-EXPIRY-CUTOFF
005120         PERFORM 3400-EXPIRE-BALANCE THRU 3400-EXIT
005130     END-IF.
005140     COMPUTE AT940-CLOSING-BALANCE = AT940-OPENING-BALANCE
005150         + AT940-PERIOD-EARNED - AT940-PERIOD-REDEEMED
005160         - AT940-PERIOD-EXPIRED.
005170     IF AT940-PERIOD-ENTRY-COUNT = ZERO
005180             AND AT940-OPENING-BALANCE = ZERO
005190             AND AT940-CLOSING-BALANCE = ZERO
005200         ADD 1 TO AT940-SKIPPED-COUNT
005210     ELSE
005220         PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT
005230     END-IF.
005240     IF LAR-LAST-STMT-MONTH < AT940-STMT-MONTH
005250         MOVE AT940-STMT-MONTH TO LAR-LAST-STMT-MONTH
005260     END-IF.
005270     REWRITE LOYALTY-ACCOUNT-RECORD
005280         INVALID KEY
005290             DISPLAY "MEMBER " LAR-MEMBER-NUMBER
005300                 " ACCOUNT NOT UPDATED, STATUS = "
005310                 AT940-LOYALTY-FILE-STATUS
005320     END-REWRITE.
005330 3000-EXIT.
005340     EXIT.
005350*
005360 3100-COLLECT-ONE-ENTRY.
005370     IF SWR-AFTER-PERIOD
005380         IF SWR-TYPE = "E"
005390             ADD SWR-MILES TO AT940-LATER-NET
005400         ELSE
005410             SUBTRACT SWR-MILES FROM AT940-LATER-NET
005420         END-IF
005430         PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
005440         GO TO 3100-EXIT
005450     END-IF.
005460     ADD 1 TO AT940-PERIOD-ENTRY-COUNT.
005470     EVALUATE SWR-TYPE
005480         WHEN "E"
005490             ADD SWR-MILES TO AT940-PERIOD-EARNED
005500         WHEN "R"
005510             ADD SWR-MILES TO AT940-PERIOD-REDEEMED
005520         WHEN OTHER
005530             ADD SWR-MILES TO AT940-PERIOD-EXPIRED
005540     END-EVALUATE.
005550     PERFORM 3150-HOLD-ACTIVITY-ENTRY THRU 3150-EXIT.
005560     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT.
005570 3100-EXIT.
005580     EXIT.
005590*
005600 3150-HOLD-ACTIVITY-ENTRY.
005610     IF AT940-ACTIVITY-COUNT >= 200
005620         ADD 1 TO AT940-NOT-LISTED-COUNT
005630         GO TO 3150-EXIT
005640     END-IF.
005650     ADD 1 TO AT940-ACTIVITY-COUNT.
005660     SET AT940-ACT-IX TO AT940-ACTIVITY-COUNT.
005670     MOVE SWR-POST-DATE TO AT940-AE-POST-DATE(AT940-ACT-IX).
005680     MOVE SWR-TYPE TO AT940-AE-TYPE(AT940-ACT-IX).
005690     MOVE SWR-MILES TO AT940-AE-MILES(AT940-ACT-IX).
005700     MOVE SWR-REFERENCE TO AT940-AE-REFERENCE(AT940-ACT-IX).
005710     MOVE SWR-DESCRIPTION TO AT940-AE-DESCRIPTION(AT940-ACT-IX).
005720 3150-EXIT.
005730     EXIT.
005740*
005750* ---------------------------------------------------------------
005760* 3200-ROLL-QUALIFYING-YEAR CATCHES UP A MEMBER WHO HAS NOT
005770* EARNED SINCE THE STATEMENT YEAR BEGAN, THE SAME WAY THE
005780* ACCRUAL RUN DOES ON A FIRST POSTING IN A NEW YEAR, AND RESETS
005790* THE TIER FROM THE BETTER OF THE TWO QUALIFYING YEARS.
005800* ---------------------------------------------------------------
005810 3200-ROLL-QUALIFYING-YEAR.
005820     IF LAR-QUAL-YEAR NOT < AT940-STMT-YEAR
005830         GO TO 3200-EXIT
005840     END-IF.
005850     IF LAR-QUAL-YEAR + 1 = AT940-STMT-YEAR
005860         MOVE LAR-QUAL-MILES TO LAR-PRIOR-QUAL-MILES
005870     ELSE
005880         MOVE ZERO TO LAR-PRIOR-QUAL-MILES
005890     END-IF.
005900     MOVE ZERO TO LAR-QUAL-MILES.
005910     MOVE AT940-STMT-YEAR TO LAR-QUAL-YEAR.
005920     MOVE LAR-PRIOR-QUAL-MILES TO AT940-BEST-QUAL-MILES.
005930     EVALUATE TRUE
005940         WHEN AT940-BEST-QUAL-MILES NOT < AT940-GOLD-QUAL-MILES
005950             SET LAR-TIER-GOLD TO TRUE
005960         WHEN AT940-BEST-QUAL-MILES NOT < AT940-SILVER-QUAL-MILES
005970             SET LAR-TIER-SILVER TO TRUE
005980         WHEN OTHER
005990             SET LAR-TIER-BASE TO TRUE
006000     END-EVALUATE.
006010 3200-EXIT.
006020     EXIT.
006030*
006040* ---------------------------------------------------------------
006050* 3400-EXPIRE-BALANCE FORFEITS THE WHOLE BALANCE OF A MEMBER
006060* WITH NO EARNING IN THE 24 MONTHS TO THE END OF THE STATEMENT
006070* MONTH. THE EXPIRY IS POSTED TO THE ACCOUNT AND TO LOYLTXN
006080* DATED THE LAST DAY OF THE MONTH, AND LISTED ON THIS STATEMENT.
006090* ---------------------------------------------------------------
006100 3400-EXPIRE-BALANCE.
006110     MOVE AT940-CURRENT-BALANCE TO AT940-EXPIRE-MILES.
006120     ADD AT940-EXPIRE-MILES TO LAR-MILES-EXPIRED.
006130     MOVE LAR-MEMBER-NUMBER TO LTR-MEMBER-NUMBER.
006140     MOVE AT940-MONTH-END TO LTR-POST-DATE.
006150     MOVE "X" TO LTR-TYPE.
006160     MOVE AT940-EXPIRE-MILES TO LTR-MILES.
006170     MOVE "EXPIRED" TO LTR-REFERENCE.
006180     MOVE ZERO TO LTR-FLIGHT-DATE.
006190     MOVE "NO MILES EARNED IN 24 MONTHS" TO LTR-DESCRIPTION.
006200     MOVE SPACE TO LTR-SEAT-CLASS.
006210     WRITE LOYALTY-ACTIVITY-RECORD.
006220     ADD 1 TO AT940-PERIOD-ENTRY-COUNT.
006230     ADD AT940-EXPIRE-MILES TO AT940-PERIOD-EXPIRED.
006240     MOVE LTR-POST-DATE TO SWR-POST-DATE.
006250     MOVE LTR-TYPE TO SWR-TYPE.
006260     MOVE LTR-MILES TO SWR-MILES.
006270     MOVE LTR-REFERENCE TO SWR-REFERENCE.
006280     MOVE LTR-DESCRIPTION TO SWR-DESCRIPTION.
006290     PERFORM 3150-HOLD-ACTIVITY-ENTRY THRU 3150-EXIT.
006300     ADD 1 TO AT940-EXPIRED-COUNT.
006310     ADD AT940-EXPIRE-MILES TO AT940-EXPIRED-MILES-TOTAL.
006320     DISPLAY "MEMBER " LAR-MEMBER-NUMBER " EXPIRED "
006330         AT940-EXPIRE-MILES " MILES".
006340 3400-EXIT.
006350     EXIT.
006360*
006370* ---------------------------------------------------------------
006380* 4000-PRINT-STATEMENT WRITES ONE MEMBER'S STATEMENT: HEADING,
006390* NAME AND ADDRESS, OPENING BALANCE, THE MONTH'S ACTIVITY, THE
006400* MONTH'S TOTALS, CLOSING BALANCE, AND QUALIFYING MILES.
006410* ---------------------------------------------------------------
006420 4000-PRINT-STATEMENT.
006430     ADD 1 TO AT940-STATEMENT-COUNT.
006440     MOVE AT940-STMT-MONTH TO LSH-STMT-MONTH.
006450     WRITE LOYALTY-STMT-RECORD FROM AT940-HEADING-LINE.
006460     PERFORM 4100-WRITE-MEMBER-IDENT THRU 4100-EXIT.
006470     WRITE LOYALTY-STMT-RECORD FROM AT940-RULE-LINE.
006480     WRITE LOYALTY-STMT-RECORD FROM AT940-COLUMN-LINE.
006490     MOVE "OPENING BALANCE" TO LSB-LABEL.
006500     MOVE AT940-OPENING-BALANCE TO LSB-MILES.
006510     WRITE LOYALTY-STMT-RECORD FROM AT940-BALANCE-LINE.
006520     PERFORM 4200-WRITE-ACTIVITY-LINE THRU 4200-EXIT
006530         VARYING AT940-ACT-IX FROM 1 BY 1
006540         UNTIL AT940-ACT-IX > AT940-ACTIVITY-COUNT.
006550     IF AT940-NOT-LISTED-COUNT > ZERO
006560         MOVE AT940-NOT-LISTED-COUNT TO LSM-NOT-LISTED-COUNT
006570         WRITE LOYALTY-STMT-RECORD FROM AT940-MORE-LINE
006580     END-IF.
006590     WRITE LOYALTY-STMT-RECORD FROM AT940-RULE-LINE.
006600     MOVE "MILES EARNED THIS MONTH" TO LSB-LABEL.
006610     MOVE AT940-PERIOD-EARNED TO LSB-MILES.
006620     WRITE LOYALTY-STMT-RECORD FROM AT940-BALANCE-LINE.
006630     MOVE "MILES REDEEMED THIS MONTH" TO LSB-LABEL.
006640     MOVE AT940-PERIOD-REDEEMED TO LSB-MILES.
006650     WRITE LOYALTY-STMT-RECORD FROM AT940-BALANCE-LINE.
006660     MOVE "MILES EXPIRED THIS MONTH" TO LSB-LABEL.
006670     MOVE AT940-PERIOD-EXPIRED TO LSB-MILES.
006680     WRITE LOYALTY-STMT-RECORD FROM AT940-BALANCE-LINE.
006690     MOVE "CLOSING BALANCE" TO LSB-LABEL.
006700     MOVE AT940-CLOSING-BALANCE TO LSB-MILES.
006710     WRITE LOYALTY-STMT-RECORD FROM AT940-BALANCE-LINE.
006720     MOVE LAR-QUAL-YEAR TO LSQ-QUAL-YEAR.
006730     MOVE LAR-QUAL-MILES TO LSQ-QUAL-MILES.
006740     MOVE LAR-PRIOR-QUAL-MILES TO LSQ-PRIOR-QUAL-MILES.
006750     WRITE LOYALTY-STMT-RECORD FROM AT940-QUAL-LINE.
006760     MOVE SPACES TO LOYALTY-STMT-RECORD.
006770     WRITE LOYALTY-STMT-RECORD.
006780 4000-EXIT.
006790     EXIT.
006800*
006810 4100-WRITE-MEMBER-IDENT.
006820     EVALUATE TRUE
006830         WHEN LAR-TIER-GOLD
006840             MOVE "GOLD" TO LSN-TIER-NAME
006850         WHEN LAR-TIER-SILVER
006860             MOVE "SILVER" TO LSN-TIER-NAME
006870         WHEN OTHER
006880             MOVE "BASE" TO LSN-TIER-NAME
006890     END-EVALUATE.
006900     MOVE LAR-MEMBER-NAME TO LSN-MEMBER-NAME.
006910     MOVE LAR-MEMBER-NUMBER TO LSN-MEMBER-NUMBER.
006920     MOVE LAR-MEMBER-NUMBER TO CMR-CUSTOMER-NUMBER.
006930     READ CUSTOMER-MASTER-FILE
006940         INVALID KEY
006950             WRITE LOYALTY-STMT-RECORD FROM AT940-NAME-LINE
006960             WRITE LOYALTY-STMT-RECORD FROM AT940-NOCUST-LINE
006970             GO TO 4100-EXIT
006980     END-READ.
006990     MOVE CMR-CUSTOMER-NAME TO LSN-MEMBER-NAME.
007000     WRITE LOYALTY-STMT-RECORD FROM AT940-NAME-LINE.
007010     MOVE CMR-STREET-ADDRESS TO LSA-STREET-ADDRESS.
007020     MOVE CMR-CITY TO LSA-CITY.
007030     MOVE CMR-STATE TO LSA-STATE.
007040     MOVE CMR-ZIP-CODE TO LSA-ZIP-CODE.
007050     WRITE LOYALTY-STMT-RECORD FROM AT940-ADDR-LINE.
007060 4100-EXIT.
007070     EXIT.
007080*
007090 4200-WRITE-ACTIVITY-LINE.
007100     MOVE AT940-AE-POST-DATE(AT940-ACT-IX) TO LSD-POST-DATE.
007110     EVALUATE AT940-AE-TYPE(AT940-ACT-IX)
007120         WHEN "E"
007130             MOVE "EARNED" TO LSD-ACTIVITY
007140             MOVE AT940-AE-MILES(AT940-ACT-IX) TO LSD-MILES
007150         WHEN "R"
007160             MOVE "REDEEMED" TO LSD-ACTIVITY
007170             COMPUTE LSD-MILES = ZERO
007180                 - AT940-AE-MILES(AT940-ACT-IX)
007190         WHEN OTHER
007200             MOVE "EXPIRED" TO LSD-ACTIVITY
007210             COMPUTE LSD-MILES = ZERO
007220                 - AT940-AE-MILES(AT940-ACT-IX)
007230     END-EVALUATE.
007240     MOVE AT940-AE-REFERENCE(AT940-ACT-IX) TO LSD-REFERENCE.
007250     MOVE AT940-AE-DESCRIPTION(AT940-ACT-IX) TO LSD-DESCRIPTION.
007260     WRITE LOYALTY-STMT-RECORD FROM AT940-DETAIL-LINE.
007270 4200-EXIT.
007280     EXIT.
007290*
007300 9000-WRAPUP.
007310     MOVE AT940-STATEMENT-COUNT TO LSS-STATEMENT-COUNT.
007320     MOVE AT940-EXPIRED-COUNT TO LSS-EXPIRED-COUNT.
007330     WRITE LOYALTY-STMT-RECORD FROM AT940-SUMMARY-LINE.
007340     CLOSE LOYALTY-ACCOUNT-FILE.
007350     CLOSE CUSTOMER-MASTER-FILE.
007360     CLOSE LOYALTY-STMT-FILE.
007370     DISPLAY "STATEMENTS WRITTEN:          "
007380         AT940-STATEMENT-COUNT.
007390     DISPLAY "ACCOUNTS WITH NOTHING TO STATE: "
007400         AT940-SKIPPED-COUNT.
007410     DISPLAY "BALANCES EXPIRED:            " AT940-EXPIRED-COUNT.
007420     DISPLAY "MILES EXPIRED:               "
007430         AT940-EXPIRED-MILES-TOTAL.
007440     DISPLAY "ACTIVITY WITH NO ACCOUNT:    " AT940-ORPHAN-COUNT.
007450 9000-EXIT.
007460     EXIT.
007470*
007480 END PROGRAM AIRLINE-LOYALTY-STMT.
