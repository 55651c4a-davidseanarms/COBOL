000010* ---------------------------------------------------------------
000020* CUSTOMER_CROSS_LIST IS MARKETING'S CROSS-CUSTOMER LIST: THE
000030* CUSTOMERS WHO HOLD BOTH A SAVINGS ACCOUNT AND AN AIRLINE
000040* LOYALTY ACCOUNT. THE LOYALTY MEMBER NUMBER IS THE CUSTOMER
000050* NUMBER ON THE CUSTOMER MASTER, SO THE TWO SIDES MEET ON IT.
000060* EVERY OPEN SAVINGS ACCOUNT WITH A CUSTOMER NUMBER AND EVERY
000070* LOYALTY ACCOUNT IS SORTED BY CUSTOMER; EACH CUSTOMER FOUND ON
000080* BOTH SIDES IS LISTED ON CUSTXREF WITH NAME, NUMBER OF SAVINGS
000090* ACCOUNTS, TOTAL SAVINGS BALANCE, LOYALTY TIER, AND MILES
000100* AVAILABLE. THE LIST CLOSES WITH COUNTS OF CUSTOMERS ON BOTH
000110* SIDES, SAVINGS ONLY, AND LOYALTY ONLY.
000120* ---------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. CUSTOMER_CROSS_LIST.
000150 AUTHOR. D. SHAPIRO.
000160 INSTALLATION. RETAIL BANKING SYSTEMS.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190*
000200* ---------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       BY    DESCRIPTION
000230*   10/15/2026 DAS   ORIGINAL SAVINGS/LOYALTY CROSS-CUSTOMER
000240*                    LIST, BUILT ON THE SORT/CONTROL-BREAK
000250*                    PATTERN OF SAVINGS_COMBINED_STMT.
000260*   10/15/2026 DAS   CARRIED THE NEW YEAR-TO-DATE AND PRIOR-YEAR
000270*                    EARLY-WITHDRAWAL PENALTY FIELDS ON THE
000280*                    SAVACCT RECORD (SEE
000290*                    SAVINGS_ACCOUNT_CONVERT4).
000300* ---------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SAVINGS-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS SAR-ACCOUNT-ID
000420         FILE STATUS IS DL900-ACCOUNT-FILE-STATUS.
000430     SELECT OPTIONAL LOYALTY-ACCOUNT-FILE ASSIGN TO "LOYALTY"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS LAR-MEMBER-NUMBER
000470         FILE STATUS IS DL900-LOYALTY-FILE-STATUS.
000480     SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CMR-CUSTOMER-NUMBER
000520         FILE STATUS IS DL900-CUST-FILE-STATUS.
000530     SELECT CROSS-LIST-FILE ASSIGN TO "CUSTXREF"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DL900-LIST-FILE-STATUS.
000560     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610 FD  SAVINGS-ACCOUNT-FILE.
000620 01  SAVINGS-ACCOUNT-RECORD.
000630     05  SAR-ACCOUNT-ID          PIC X(10).
000640     05  SAR-BALANCE             PIC S9(07)V99
000650         SIGN IS TRAILING SEPARATE.
000660     05  SAR-INTEREST-RATE       PIC S9(04)V9
000670         SIGN IS TRAILING SEPARATE.
000680     05  SAR-YEARS               PIC 9(02).
000690     05  SAR-COMPOUND-FREQ       PIC X(01).
000700     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
000710     05  SAR-DORMANT-FLAG        PIC X(01).
000720     05  SAR-PRODUCT-CODE        PIC X(02).
000730     05  SAR-CUSTOMER-NUMBER     PIC X(06).
000740     05  SAR-YTD-INTEREST        PIC S9(07)V99
000750         SIGN IS TRAILING SEPARATE.
000760     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
000770     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000780         SIGN IS TRAILING SEPARATE.
000790     05  SAR-ACCOUNT-STATUS      PIC X(01).
000800         88  SAR-ACCOUNT-CLOSED          VALUE "C".
000810     05  SAR-CLOSE-DATE          PIC 9(08).
000820     05  SAR-ACCOUNT-TYPE        PIC X(01).
000830     05  SAR-OPEN-DATE           PIC 9(08).
000840     05  SAR-TERM-MONTHS         PIC 9(03).
000850     05  SAR-MATURITY-DATE       PIC 9(08).
000860     05  SAR-MATURITY-OPTION     PIC X(01).
000870     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
000880     05  SAR-NOTICE-DATE         PIC 9(08).
000890     05  SAR-YTD-PENALTY         PIC S9(07)V99
000900         SIGN IS TRAILING SEPARATE.
000910     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
000920         SIGN IS TRAILING SEPARATE.
000930 01  SAVINGS-ACCOUNT-TRAILER.
000940     05  SAT-TRAILER-ID          PIC X(10).
000950     05  SAT-RECORD-COUNT        PIC 9(07).
000960     05  SAT-HASH-AMOUNT         PIC S9(10)V99
000970         SIGN IS TRAILING SEPARATE.
000980*
000990* AIRLINE LOYALTY ACCOUNT, ONE PER MEMBER, KEYED BY THE MEMBER'S
001000* CUSTOMER NUMBER. MILES AVAILABLE ARE EARNED LESS REDEEMED LESS
001010* EXPIRED.
001020 FD  LOYALTY-ACCOUNT-FILE.
001030 01  LOYALTY-ACCOUNT-RECORD.
001040     05  LAR-MEMBER-NUMBER       PIC X(06).
001050     05  LAR-MEMBER-NAME         PIC X(30).
001060     05  LAR-ENROLL-DATE         PIC 9(08).
001070     05  LAR-TIER-CODE           PIC X(01).
001080     05  LAR-MILES-EARNED        PIC 9(09).
001090     05  LAR-MILES-REDEEMED      PIC 9(09).
001100     05  LAR-MILES-EXPIRED       PIC 9(09).
001110     05  LAR-QUAL-YEAR           PIC 9(04).
001120     05  LAR-QUAL-MILES          PIC 9(07).
001130     05  LAR-PRIOR-QUAL-MILES    PIC 9(07).
001140     05  LAR-LAST-EARN-DATE      PIC 9(08).
001150     05  LAR-LAST-STMT-MONTH     PIC 9(06).
001160*
001170 FD  CUSTOMER-MASTER-FILE.
001180 01  CUSTOMER-MASTER-RECORD.
001190     05  CMR-CUSTOMER-NUMBER     PIC X(06).
001200     05  CMR-CUSTOMER-NAME       PIC X(30).
001210     05  CMR-STREET-ADDRESS      PIC X(30).
001220     05  CMR-CITY                PIC X(20).
001230     05  CMR-STATE               PIC X(02).
001240     05  CMR-ZIP-CODE            PIC X(05).
001250     05  CMR-TAXPAYER-ID         PIC X(09).
001260     05  CMR-TIN-TYPE            PIC X(01).
001270     05  CMR-WITHHOLDING-CODE    PIC X(01).
001280*
001290 FD  CROSS-LIST-FILE.
001300 01  CROSS-LIST-RECORD           PIC X(80).
001310*
001320 SD  SORT-WORK-FILE.
001330 01  SORT-WORK-RECORD.
001340     05  SWR-CUSTOMER-NUMBER     PIC X(06).
001350     05  SWR-SOURCE              PIC X(01).
001360         88  SWR-FROM-LOYALTY           VALUE "L".
001370         88  SWR-FROM-SAVINGS           VALUE "S".
001380     05  SWR-BALANCE             PIC S9(09)V99
001390         SIGN IS TRAILING SEPARATE.
001400     05  SWR-MILES               PIC 9(09).
001410     05  SWR-TIER-CODE           PIC X(01).
001420     05  SWR-MEMBER-NAME         PIC X(30).
001430*
001440 WORKING-STORAGE SECTION.
001450*
001460 77  DL900-ACCOUNT-FILE-STATUS   PIC X(02) VALUE "00".
001470 77  DL900-LOYALTY-FILE-STATUS   PIC X(02) VALUE "00".
001480 77  DL900-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001490 77  DL900-LIST-FILE-STATUS      PIC X(02) VALUE "00".
001500*
001510 77  DL900-TRAILER-ID            PIC X(10) VALUE "9999999999".
001520*
001530 01  DL900-RUN-DATE              PIC 9(08) VALUE ZERO.
001540*
001550 01  DL900-ACCOUNT-EOF-SWITCH    PIC X(01) VALUE "N".
001560     88  DL900-END-OF-ACCOUNT-FILE          VALUE "Y".
001570*
001580 01  DL900-LOYALTY-EOF-SWITCH    PIC X(01) VALUE "N".
001590     88  DL900-END-OF-LOYALTY-FILE          VALUE "Y".
001600*
001610 01  DL900-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
001620     88  DL900-END-OF-SORT-FILE             VALUE "Y".
001630     88  DL900-MORE-SORT-RECORDS            VALUE "N".
001640*
001650 01  DL900-FIRST-CUST-SWITCH     PIC X(01) VALUE "Y".
001660     88  DL900-FIRST-CUSTOMER               VALUE "Y".
001670     88  DL900-NOT-FIRST-CUSTOMER           VALUE "N".
001680*
001690 01  DL900-LOYALTY-SWITCH        PIC X(01) VALUE "N".
001700     88  DL900-HAS-LOYALTY                  VALUE "Y".
001710     88  DL900-NO-LOYALTY                   VALUE "N".
001720*
001730 01  DL900-PRIOR-CUSTOMER        PIC X(06) VALUE SPACES.
001740*
001750 01  DL900-CUST-ACCOUNT-COUNT    PIC 9(05) COMP VALUE ZERO.
001760 01  DL900-CUST-SAVINGS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001770 01  DL900-CUST-MILES            PIC 9(09) VALUE ZERO.
001780 01  DL900-CUST-TIER-CODE        PIC X(01) VALUE SPACE.
001790 01  DL900-CUST-MEMBER-NAME      PIC X(30) VALUE SPACES.
001800*
001810 01  DL900-BOTH-COUNT            PIC 9(05) COMP VALUE ZERO.
001820 01  DL900-SAVINGS-ONLY-COUNT    PIC 9(05) COMP VALUE ZERO.
001830 01  DL900-LOYALTY-ONLY-COUNT    PIC 9(05) COMP VALUE ZERO.
001840 01  DL900-BOTH-SAVINGS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001850*
001860 01  DL900-HEADING-LINE.
001870     05  FILLER                  PIC X(36) VALUE
001880         "SAVINGS / LOYALTY CROSS-CUSTOMERS   ".
001890     05  FILLER                  PIC X(06) VALUE "DATE  ".
001900     05  DXH-RUN-DATE            PIC 9(08).
001910     05  FILLER                  PIC X(30) VALUE SPACES.
001920*
001930 01  DL900-RULE-LINE             PIC X(80) VALUE ALL "-".
001940*
001950 01  DL900-COLUMN-LINE.
001960     05  FILLER                  PIC X(08) VALUE "CUST".
001970     05  FILLER                  PIC X(31) VALUE "NAME".
001980     05  FILLER                  PIC X(04) VALUE "ACCT".
001990     05  FILLER                  PIC X(15) VALUE
002000         "SAVINGS BALANCE".
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  FILLER                  PIC X(06) VALUE "TIER".
002030     05  FILLER                  PIC X(11) VALUE "      MILES".
002040     05  FILLER                  PIC X(03) VALUE SPACES.
002050*
002060 01  DL900-DETAIL-LINE.
002070     05  DXL-CUSTOMER-NUMBER     PIC X(06).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  DXL-CUSTOMER-NAME       PIC X(30).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  DXL-ACCOUNT-COUNT       PIC ZZ9.
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  DXL-SAVINGS-BALANCE     PIC -ZZZ,ZZZ,ZZ9.99.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  DXL-TIER-NAME           PIC X(06).
002160     05  DXL-MILES               PIC ZZZ,ZZZ,ZZ9.
002170     05  FILLER                  PIC X(03) VALUE SPACES.
002180*
002190 01  DL900-TOTAL-LINE.
002200     05  FILLER                  PIC X(43) VALUE
002210         "SAVINGS HELD BY CROSS-CUSTOMERS".
002220     05  DXT-SAVINGS-TOTAL       PIC -ZZZ,ZZZ,ZZ9.99.
002230     05  FILLER                  PIC X(22) VALUE SPACES.
002240*
002250 01  DL900-SUMMARY-LINE.
002260     05  FILLER                  PIC X(05) VALUE "BOTH ".
002270     05  DXS-BOTH-COUNT          PIC ZZZZ9.
002280     05  FILLER                  PIC X(16) VALUE
002290         "   SAVINGS ONLY ".
002300     05  DXS-SAVINGS-ONLY-COUNT  PIC ZZZZ9.
002310     05  FILLER                  PIC X(16) VALUE
002320         "   LOYALTY ONLY ".
002330     05  DXS-LOYALTY-ONLY-COUNT  PIC ZZZZ9.
002340     05  FILLER                  PIC X(28) VALUE SPACES.
002350*
002360 PROCEDURE DIVISION.
002370*
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     SORT SORT-WORK-FILE
002410         ON ASCENDING KEY SWR-CUSTOMER-NUMBER SWR-SOURCE
002420         INPUT PROCEDURE IS 1500-RELEASE-ACCOUNTS THRU 1500-EXIT
002430         OUTPUT PROCEDURE IS 2000-PRODUCE-LIST THRU 2000-EXIT.
002440     PERFORM 9000-WRAPUP THRU 9000-EXIT.
002450     STOP RUN.
002460*
002470* ---------------------------------------------------------------
002480* 1000-INITIALIZE STAMPS THE RUN DATE AND OPENS THE CUSTOMER
002490* MASTER AND THE LIST FILE.
002500* ---------------------------------------------------------------
002510 1000-INITIALIZE.
002520     ACCEPT DL900-RUN-DATE FROM DATE YYYYMMDD.
002530     OPEN INPUT CUSTOMER-MASTER-FILE.
002540     IF DL900-CUST-FILE-STATUS NOT = "00" AND
002550             DL900-CUST-FILE-STATUS NOT = "05"
002560         DISPLAY "CUSTMAST OPEN FAILED, STATUS = "
002570             DL900-CUST-FILE-STATUS
002580         STOP RUN
002590     END-IF.
002600     OPEN OUTPUT CROSS-LIST-FILE.
002610     IF DL900-LIST-FILE-STATUS NOT = "00"
002620         DISPLAY "CUSTXREF OPEN FAILED, STATUS = "
002630             DL900-LIST-FILE-STATUS
002640         STOP RUN
002650     END-IF.
002660     MOVE DL900-RUN-DATE TO DXH-RUN-DATE.
002670     WRITE CROSS-LIST-RECORD FROM DL900-HEADING-LINE.
002680     WRITE CROSS-LIST-RECORD FROM DL900-RULE-LINE.
002690     WRITE CROSS-LIST-RECORD FROM DL900-COLUMN-LINE.
002700 1000-EXIT.
002710     EXIT.
002720*
002730* ---------------------------------------------------------------
002740* 1500-RELEASE-ACCOUNTS IS THE SORT INPUT PROCEDURE. EACH OPEN
002750* SAVINGS ACCOUNT THAT CARRIES A CUSTOMER NUMBER IS RELEASED
002760* WITH ITS BALANCE, THEN EACH LOYALTY ACCOUNT WITH ITS TIER AND
002770* MILES AVAILABLE.
002780* ---------------------------------------------------------------
002790 1500-RELEASE-ACCOUNTS.
002800     OPEN INPUT SAVINGS-ACCOUNT-FILE.
002810     IF DL900-ACCOUNT-FILE-STATUS NOT = "00"
002820         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
002830             DL900-ACCOUNT-FILE-STATUS
002840         STOP RUN
002850     END-IF.
002860     PERFORM 1600-READ-ACCOUNT-RECORD THRU 1600-EXIT
002870         UNTIL DL900-END-OF-ACCOUNT-FILE.
002880     CLOSE SAVINGS-ACCOUNT-FILE.
002890     OPEN INPUT LOYALTY-ACCOUNT-FILE.
002900     IF DL900-LOYALTY-FILE-STATUS NOT = "00" AND
002910             DL900-LOYALTY-FILE-STATUS NOT = "05"
002920         DISPLAY "LOYALTY OPEN FAILED, STATUS = "
002930             DL900-LOYALTY-FILE-STATUS
002940         STOP RUN
002950     END-IF.
002960     PERFORM 1700-READ-LOYALTY-RECORD THRU 1700-EXIT
002970         UNTIL DL900-END-OF-LOYALTY-FILE.
002980     CLOSE LOYALTY-ACCOUNT-FILE.
002990 1500-EXIT.
003000     EXIT.
003010*
003020 1600-READ-ACCOUNT-RECORD.
003030     READ SAVINGS-ACCOUNT-FILE
003040         AT END
003050             SET DL900-END-OF-ACCOUNT-FILE TO TRUE
003060             GO TO 1600-EXIT
003070     END-READ.
003080     IF SAR-ACCOUNT-ID = DL900-TRAILER-ID
003090         SET DL900-END-OF-ACCOUNT-FILE TO TRUE
003100         GO TO 1600-EXIT
003110     END-IF.
003120     IF SAR-ACCOUNT-CLOSED OR SAR-CUSTOMER-NUMBER = SPACES
003130         GO TO 1600-EXIT
003140     END-IF.
003150     MOVE SAR-CUSTOMER-NUMBER TO SWR-CUSTOMER-NUMBER.
003160     SET SWR-FROM-SAVINGS TO TRUE.
003170     MOVE SAR-BALANCE TO SWR-BALANCE.
003180     MOVE ZERO TO SWR-MILES.
003190     MOVE SPACE TO SWR-TIER-CODE.
003200     MOVE SPACES TO SWR-MEMBER-NAME.
003210     RELEASE SORT-WORK-RECORD.
003220 1600-EXIT.
003230     EXIT.
003240*
003250 1700-READ-LOYALTY-RECORD.
003260     READ LOYALTY-ACCOUNT-FILE
003270         AT END
003280             SET DL900-END-OF-LOYALTY-FILE TO TRUE
003290             GO TO 1700-EXIT
003300     END-READ.
003310     MOVE LAR-MEMBER-NUMBER TO SWR-CUSTOMER-NUMBER.
003320     SET SWR-FROM-LOYALTY TO TRUE.
003330     MOVE ZERO TO SWR-BALANCE.
003340     COMPUTE SWR-MILES = LAR-MILES-EARNED - LAR-MILES-REDEEMED
003350         - LAR-MILES-EXPIRED.
003360     MOVE LAR-TIER-CODE TO SWR-TIER-CODE.
003370     MOVE LAR-MEMBER-NAME TO SWR-MEMBER-NAME.
003380     RELEASE SORT-WORK-RECORD.
003390 1700-EXIT.
003400     EXIT.
003410*
003420* ---------------------------------------------------------------
003430* 2000-PRODUCE-LIST IS THE SORT OUTPUT PROCEDURE. IT
003440* CONTROL-BREAKS ON CUSTOMER NUMBER, GATHERING THE CUSTOMER'S
003450* SAVINGS AND LOYALTY HOLDINGS, AND CLASSIFIES THE CUSTOMER AT
003460* THE BREAK.
003470* ---------------------------------------------------------------
003480 2000-PRODUCE-LIST.
003490     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
003500         UNTIL DL900-END-OF-SORT-FILE.
003510     IF DL900-NOT-FIRST-CUSTOMER
003520         PERFORM 2400-END-CUSTOMER THRU 2400-EXIT
003530     END-IF.
003540 2000-EXIT.
003550     EXIT.
003560*
003570 2100-RETURN-SORTED-RECORD.
003580     RETURN SORT-WORK-FILE
003590         AT END
003600             SET DL900-END-OF-SORT-FILE TO TRUE
003610     END-RETURN.
003620     IF DL900-MORE-SORT-RECORDS
003630         PERFORM 2200-PROCESS-SORTED-RECORD THRU 2200-EXIT
003640     END-IF.
003650 2100-EXIT.
003660     EXIT.
003670*
003680 2200-PROCESS-SORTED-RECORD.
003690     IF DL900-FIRST-CUSTOMER
003700         PERFORM 2300-START-NEW-CUSTOMER THRU 2300-EXIT
003710     ELSE
003720         IF SWR-CUSTOMER-NUMBER NOT = DL900-PRIOR-CUSTOMER
003730             PERFORM 2400-END-CUSTOMER THRU 2400-EXIT
003740             PERFORM 2300-START-NEW-CUSTOMER THRU 2300-EXIT
003750         END-IF
003760     END-IF.
003770     IF SWR-FROM-LOYALTY
003780         SET DL900-HAS-LOYALTY TO TRUE
003790         MOVE SWR-MILES TO DL900-CUST-MILES
003800         MOVE SWR-TIER-CODE TO DL900-CUST-TIER-CODE
003810         MOVE SWR-MEMBER-NAME TO DL900-CUST-MEMBER-NAME
003820     ELSE
003830         ADD 1 TO DL900-CUST-ACCOUNT-COUNT
003840         ADD SWR-BALANCE TO DL900-CUST-SAVINGS-TOTAL
003850     END-IF.
003860 2200-EXIT.
003870     EXIT.
003880*
003890 2300-START-NEW-CUSTOMER.
003900     MOVE SWR-CUSTOMER-NUMBER TO DL900-PRIOR-CUSTOMER.
003910     SET DL900-NOT-FIRST-CUSTOMER TO TRUE.
003920     SET DL900-NO-LOYALTY TO TRUE.
003930     MOVE ZERO TO DL900-CUST-ACCOUNT-COUNT.
003940     MOVE ZERO TO DL900-CUST-SAVINGS-TOTAL.
003950     MOVE ZERO TO DL900-CUST-MILES.
003960     MOVE SPACE TO DL900-CUST-TIER-CODE.
003970     MOVE SPACES TO DL900-CUST-MEMBER-NAME.
003980 2300-EXIT.
003990     EXIT.
004000*
004010* ---------------------------------------------------------------
004020* 2400-END-CUSTOMER COUNTS THE CUSTOMER AS BOTH, SAVINGS ONLY,
004030* OR LOYALTY ONLY, AND LISTS THOSE HOLDING BOTH. THE NAME COMES
004040* FROM THE CUSTOMER MASTER, OR FROM THE LOYALTY ACCOUNT WHERE
004050* THE CUSTOMER IS NOT ON THE MASTER.
004060* ---------------------------------------------------------------
004070 2400-END-CUSTOMER.
004080     IF DL900-NO-LOYALTY
004090         ADD 1 TO DL900-SAVINGS-ONLY-COUNT
004100         GO TO 2400-EXIT
004110     END-IF.
004120     IF DL900-CUST-ACCOUNT-COUNT = ZERO
004130         ADD 1 TO DL900-LOYALTY-ONLY-COUNT
004140         GO TO 2400-EXIT
004150     END-IF.
004160     ADD 1 TO DL900-BOTH-COUNT.
004170     ADD DL900-CUST-SAVINGS-TOTAL TO DL900-BOTH-SAVINGS-TOTAL.
004180     MOVE DL900-PRIOR-CUSTOMER TO CMR-CUSTOMER-NUMBER.
004190     READ CUSTOMER-MASTER-FILE
004200         INVALID KEY
004210             MOVE DL900-CUST-MEMBER-NAME TO CMR-CUSTOMER-NAME
004220     END-READ.
004230     MOVE DL900-PRIOR-CUSTOMER TO DXL-CUSTOMER-NUMBER.
004240     MOVE CMR-CUSTOMER-NAME TO DXL-CUSTOMER-NAME.
004250     MOVE DL900-CUST-ACCOUNT-COUNT TO DXL-ACCOUNT-COUNT.
004260     MOVE DL900-CUST-SAVINGS-TOTAL TO DXL-SAVINGS-BALANCE.
004270     EVALUATE DL900-CUST-TIER-CODE
004280         WHEN "G"
004290             MOVE "GOLD" TO DXL-TIER-NAME
004300         WHEN "S"
004310             MOVE "SILVER" TO DXL-TIER-NAME
004320         WHEN OTHER
004330             MOVE "BASE" TO DXL-TIER-NAME
004340     END-EVALUATE.
004350     MOVE DL900-CUST-MILES TO DXL-MILES.
004360     WRITE CROSS-LIST-RECORD FROM DL900-DETAIL-LINE.
004370 2400-EXIT.
004380     EXIT.
004390*
004400 9000-WRAPUP.
004410     WRITE CROSS-LIST-RECORD FROM DL900-RULE-LINE.
004420     MOVE DL900-BOTH-SAVINGS-TOTAL TO DXT-SAVINGS-TOTAL.
004430     WRITE CROSS-LIST-RECORD FROM DL900-TOTAL-LINE.
004440     MOVE DL900-BOTH-COUNT TO DXS-BOTH-COUNT.
004450     MOVE DL900-SAVINGS-ONLY-COUNT TO DXS-SAVINGS-ONLY-COUNT.
004460     MOVE DL900-LOYALTY-ONLY-COUNT TO DXS-LOYALTY-ONLY-COUNT.
004470     WRITE CROSS-LIST-RECORD FROM DL900-SUMMARY-LINE.
004480     CLOSE CUSTOMER-MASTER-FILE.
004490     CLOSE CROSS-LIST-FILE.
004500     DISPLAY "CROSS-CUSTOMER LIST WRITTEN: " DL900-BOTH-COUNT
004510         " CUSTOMERS HOLD BOTH, " DL900-SAVINGS-ONLY-COUNT
004520         " SAVINGS ONLY, " DL900-LOYALTY-ONLY-COUNT
004530         " LOYALTY ONLY.".
004540 9000-EXIT.
004550     EXIT.
004560*
004570 END PROGRAM CUSTOMER_CROSS_LIST.
