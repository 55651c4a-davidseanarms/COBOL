000010* ---------------------------------------------------------------
000020* AIRLINE-CARD-RECON IS THE DAILY CARD SETTLEMENT RECONCILIATION.
000030* IT MATCHES THE CARD ACQUIRER'S SETTLEMENT FILE (CARDSTL)
000040* AGAINST THE CARD RECEIVABLE (CARDRCV), WHERE THE TICKET
000050* REVENUE RUN OPENS ONE ITEM FOR EVERY CARD SALE ON TKTSALES AND
000060* EVERY CARD REFUND ON TKTRFND AT THE TICKET TOTAL. THE MATCH IS
000070* BY TICKET AND AMOUNT:
000080*
000090*   - A SETTLED SALE OR REFUND THAT MATCHES AN OPEN ITEM SETTLES
000100*     IT. THE NEXT REVENUE RUN TAKES SETTLED ITEMS OFF THE GL
000110*     CARD RECEIVABLE ("AIRCSTL" ON AIRGL).
000120*   - A SETTLEMENT WITH NO OPEN ITEM, OR FOR A DIFFERENT AMOUNT,
000130*     IS LISTED AS AN UNMATCHED SETTLEMENT AND CHANGES NOTHING.
000140*   - A CHARGEBACK MARKS ITS SETTLED SALE "C" AND IS LISTED.
000150*     CHARGEBACKS ARE WORKED AND JOURNALED BY HAND.
000160*   - AN ITEM STILL OPEN MORE THAN THE GRACE DAYS AFTER IT WAS
000170*     OPENED IS LISTED AS AN UNMATCHED SALE OR REFUND.
000180*
000190* THE FOLLOW-UP LIST AND TOTALS GO TO CARDRPT. RUN ON DEMAND
000200* ONCE THE DAY'S SETTLEMENT FILE ARRIVES; A RERUN AGAINST THE
000210* SAME FILE FINDS ITS ITEMS ALREADY SETTLED AND CHANGES NOTHING.
000220* ---------------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. AIRLINE-CARD-RECON.
000250 AUTHOR. R. CONWAY.
000260 INSTALLATION. PASSENGER SERVICES SYSTEMS.
000270 DATE-WRITTEN. 10/15/2026.
000280 DATE-COMPILED.
000290*
000300* ---------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*   DATE       BY    DESCRIPTION
000330*   10/15/2026 RC    ORIGINAL CARD SETTLEMENT RECONCILIATION,
000340*                    WRITTEN WHEN BOOKING STARTED TAKING THE FORM
000350*                    OF PAYMENT AND THE REVENUE RUN STARTED
000360*                    CARRYING CARD SALES ON A CARD RECEIVABLE.
000370* ---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420*
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL CARD-SETTLEMENT-FILE ASSIGN TO "CARDSTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AT960-STL-FILE-STATUS.
000480     SELECT OPTIONAL CARD-RECEIVABLE-FILE ASSIGN TO "CARDRCV"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CRR-ITEM-KEY
000520         FILE STATUS IS AT960-CARD-FILE-STATUS.
000530     SELECT CARD-RECON-REPORT-FILE ASSIGN TO "CARDRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS AT960-RPT-FILE-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*
000600* CARDSTL - THE ACQUIRER'S DAILY SETTLEMENT FILE, ONE RECORD PER
000610* SETTLED SALE ("S"), SETTLED REFUND ("R"), OR CHARGEBACK ("C"),
000620* AT THE AMOUNT THE ACQUIRER MOVED.
000630 FD  CARD-SETTLEMENT-FILE.
000640 01  CARD-SETTLEMENT-RECORD.
000650     05  CSR-TICKET-NUMBER       PIC X(08).
000660     05  CSR-RECORD-TYPE         PIC X(01).
000670         88  CSR-SETTLED-SALE           VALUE "S".
000680         88  CSR-SETTLED-REFUND         VALUE "R".
000690         88  CSR-CHARGEBACK             VALUE "C".
000700     05  CSR-CARD-TYPE           PIC X(02).
000710     05  CSR-AUTH-REFERENCE      PIC X(10).
000720     05  CSR-AMOUNT              PIC 9(05)V99.
000730     05  CSR-SETTLE-DATE         PIC 9(08).
000740     05  FILLER                  PIC X(44).
000750*
000760* CARDRCV - THE CARD RECEIVABLE, ONE OPEN ITEM PER CARD SALE ("S")
000770* OR CARD REFUND ("R"), KEYED BY TICKET AND ITEM TYPE, CARRYING
000780* THE TICKET TOTAL (FARE PLUS TAXES) THE ACQUIRER WILL SETTLE.
000790* "O" OPEN, "S" SETTLED, "C" SETTLED AND THEN CHARGED BACK. THE
000800* CLEARED DATE IS SET BY THE REVENUE RUN.
000810 FD  CARD-RECEIVABLE-FILE.
000820 01  CARD-RECEIVABLE-RECORD.
000830     05  CRR-ITEM-KEY.
000840         10  CRR-TICKET-NUMBER   PIC X(08).
000850         10  CRR-ITEM-TYPE       PIC X(01).
000860     05  CRR-CARD-TYPE           PIC X(02).
000870     05  CRR-AUTH-REFERENCE      PIC X(10).
000880     05  CRR-AMOUNT              PIC 9(05)V99.
000890     05  CRR-FLIGHT-DATE         PIC 9(08).
000900     05  CRR-ITEM-DATE           PIC 9(08).
000910     05  CRR-STATUS              PIC X(01).
000920         88  CRR-OPEN                   VALUE "O".
000930         88  CRR-SETTLED                VALUE "S".
000940         88  CRR-CHARGED-BACK           VALUE "C".
000950     05  CRR-SETTLED-DATE        PIC 9(08).
000960     05  CRR-SETTLED-AMOUNT      PIC 9(05)V99.
000970     05  CRR-CLEARED-DATE        PIC 9(08).
000980*
000990 FD  CARD-RECON-REPORT-FILE.
001000 01  CARD-RECON-REPORT-RECORD    PIC X(80).
001010*
001020 WORKING-STORAGE SECTION.
001030*
001040 77  AT960-STL-FILE-STATUS       PIC X(02) VALUE "00".
001050 77  AT960-CARD-FILE-STATUS      PIC X(02) VALUE "00".
001060 77  AT960-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001070*
001080* DAYS AN ITEM MAY STAY OPEN BEFORE IT IS LISTED AS UNMATCHED;
001090* THE ACQUIRER NORMALLY SETTLES WITHIN TWO BUSINESS DAYS.
001100 77  AT960-SETTLE-GRACE-DAYS     PIC 9(03) VALUE 3.
001110*
001120 01  AT960-RUN-DATE              PIC 9(08) VALUE ZERO.
001130 01  AT960-RUN-DATE-INT          PIC 9(07) COMP VALUE ZERO.
001140 01  AT960-DAYS-OPEN             PIC S9(07) COMP VALUE ZERO.
001150*
001160 01  AT960-STL-EOF-SWITCH        PIC X(01) VALUE "N".
001170     88  AT960-END-OF-STL-FILE              VALUE "Y".
001180*
001190 01  AT960-CARD-EOF-SWITCH       PIC X(01) VALUE "N".
001200     88  AT960-END-OF-CARD-FILE             VALUE "Y".
001210*
001220 01  AT960-ITEM-SWITCH           PIC X(01) VALUE "N".
001230     88  AT960-ITEM-FOUND                   VALUE "Y".
001240     88  AT960-ITEM-NOT-FOUND               VALUE "N".
001250*
001260 01  AT960-STL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001270 01  AT960-MATCHED-COUNT         PIC 9(07) COMP VALUE ZERO.
001280 01  AT960-MATCHED-TOTAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
001290 01  AT960-UNMATCHED-STL-COUNT   PIC 9(07) COMP VALUE ZERO.
001300 01  AT960-UNMATCHED-STL-TOTAL   PIC S9(09)V99 COMP-3 VALUE ZERO.
001310 01  AT960-CHARGEBACK-COUNT      PIC 9(07) COMP VALUE ZERO.
001320 01  AT960-CHARGEBACK-TOTAL      PIC 9(09)V99 COMP-3 VALUE ZERO.
001330 01  AT960-UNMATCHED-SALE-COUNT  PIC 9(07) COMP VALUE ZERO.
001340 01  AT960-UNMATCHED-SALE-TOTAL  PIC 9(09)V99 COMP-3 VALUE ZERO.
001350 01  AT960-UNMATCHED-RFND-COUNT  PIC 9(07) COMP VALUE ZERO.
001360 01  AT960-UNMATCHED-RFND-TOTAL  PIC 9(09)V99 COMP-3 VALUE ZERO.
001370 01  AT960-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
001380 01  AT960-OPEN-TOTAL            PIC S9(09)V99 COMP-3 VALUE ZERO.
001390*
001400* REPORT LINES.
001410 01  AT960-HEADING-LINE.
001420     05  FILLER                  PIC X(30) VALUE
001430         "CARD SETTLEMENT RECONCILIATION".
001440     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  CRH-RUN-DATE            PIC 9(08).
001470     05  FILLER                  PIC X(31) VALUE SPACES.
001480*
001490 01  AT960-RULE-LINE             PIC X(80) VALUE ALL "-".
001500*
001510 01  AT960-SECTION-LINE          PIC X(80).
001520*
001530 01  AT960-COLUMN-LINE.
001540     05  FILLER                  PIC X(10) VALUE "TICKET".
001550     05  FILLER                  PIC X(10) VALUE "ITEM".
001560     05  FILLER                  PIC X(04) VALUE "CD".
001570     05  FILLER                  PIC X(12) VALUE "AUTH REF".
001580     05  FILLER                  PIC X(10) VALUE "DATE".
001590     05  FILLER                  PIC X(09) VALUE "   AMOUNT".
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  FILLER                  PIC X(23) VALUE "FOLLOW UP".
001620*
001630 01  AT960-DETAIL-LINE.
001640     05  CRD-TICKET-NUMBER       PIC X(08).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  CRD-ITEM-NAME           PIC X(08).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  CRD-CARD-TYPE           PIC X(02).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  CRD-AUTH-REFERENCE      PIC X(10).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  CRD-DATE                PIC 9(08).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  CRD-AMOUNT              PIC ZZ,ZZ9.99.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  CRD-REASON-TEXT         PIC X(23).
001770*
001780 01  AT960-COUNT-LINE.
001790     05  CRC-LABEL               PIC X(32).
001800     05  CRC-COUNT               PIC ZZZZZZ9.
001810     05  FILLER                  PIC X(41) VALUE SPACES.
001820*
001830 01  AT960-AMOUNT-LINE.
001840     05  CRA-LABEL               PIC X(32).
001850     05  CRA-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
001860     05  FILLER                  PIC X(33) VALUE SPACES.
001870*
001880 PROCEDURE DIVISION.
001890*
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     PERFORM 2000-MATCH-SETTLEMENTS THRU 2000-EXIT.
001930     PERFORM 3000-LIST-OPEN-ITEMS THRU 3000-EXIT.
001940     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001950     PERFORM 9000-WRAPUP THRU 9000-EXIT.
001960     STOP RUN.
001970*
001980* ---------------------------------------------------------------
001990* 1000-INITIALIZE STAMPS THE RUN DATE, OPENS THE SETTLEMENT
002000* FILE, THE CARD RECEIVABLE, AND THE REPORT, AND PRINTS THE
002010* REPORT HEADING.
002020* ---------------------------------------------------------------
002030 1000-INITIALIZE.
002040     ACCEPT AT960-RUN-DATE FROM DATE YYYYMMDD.
002050     COMPUTE AT960-RUN-DATE-INT =
002060         FUNCTION INTEGER-OF-DATE(AT960-RUN-DATE).
002070     OPEN INPUT CARD-SETTLEMENT-FILE.
002080     IF AT960-STL-FILE-STATUS NOT = "00" AND
002090             AT960-STL-FILE-STATUS NOT = "05"
002100         DISPLAY "CARDSTL OPEN FAILED, STATUS = "
002110             AT960-STL-FILE-STATUS
002120         STOP RUN
002130     END-IF.
002140     OPEN I-O CARD-RECEIVABLE-FILE.
002150     IF AT960-CARD-FILE-STATUS NOT = "00" AND
002160             AT960-CARD-FILE-STATUS NOT = "05"
002170         DISPLAY "CARDRCV OPEN FAILED, STATUS = "
002180             AT960-CARD-FILE-STATUS
002190         STOP RUN
002200     END-IF.
002210     OPEN OUTPUT CARD-RECON-REPORT-FILE.
002220     IF AT960-RPT-FILE-STATUS NOT = "00"
002230         DISPLAY "CARDRPT OPEN FAILED, STATUS = "
002240             AT960-RPT-FILE-STATUS
002250         STOP RUN
002260     END-IF.
002270     MOVE AT960-RUN-DATE TO CRH-RUN-DATE.
002280     WRITE CARD-RECON-REPORT-RECORD FROM AT960-HEADING-LINE.
002290     WRITE CARD-RECON-REPORT-RECORD FROM AT960-RULE-LINE.
002300     DISPLAY "=====================================".
002310     DISPLAY "   CARD SETTLEMENT RECONCILIATION    ".
002320     DISPLAY "   RUN DATE: " AT960-RUN-DATE.
002330     DISPLAY "=====================================".
002340 1000-EXIT.
002350     EXIT.
002360*
002370* ---------------------------------------------------------------
002380* 2000-MATCH-SETTLEMENTS PASSES THE SETTLEMENT FILE AND LISTS
002390* THE UNMATCHED SETTLEMENTS AND THE CHARGEBACKS.
002400* ---------------------------------------------------------------
002410 2000-MATCH-SETTLEMENTS.
002420     MOVE "SETTLEMENTS - UNMATCHED AND CHARGEBACKS"
002430         TO AT960-SECTION-LINE.
002440     WRITE CARD-RECON-REPORT-RECORD FROM AT960-SECTION-LINE.
002450     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COLUMN-LINE.
002460     PERFORM 2100-MATCH-ONE-SETTLEMENT THRU 2100-EXIT
002470         UNTIL AT960-END-OF-STL-FILE.
002480     CLOSE CARD-SETTLEMENT-FILE.
002490 2000-EXIT.
002500     EXIT.
002510*
002520 2100-MATCH-ONE-SETTLEMENT.
002530     READ CARD-SETTLEMENT-FILE
002540         AT END
002550             SET AT960-END-OF-STL-FILE TO TRUE
002560             GO TO 2100-EXIT
002570     END-READ.
002580     ADD 1 TO AT960-STL-READ-COUNT.
002590     IF CSR-AMOUNT IS NOT NUMERIC
002600         MOVE ZERO TO CSR-AMOUNT
002610         MOVE "AMOUNT NOT NUMERIC" TO CRD-REASON-TEXT
002620         PERFORM 2900-LIST-SETTLEMENT THRU 2900-EXIT
002630         GO TO 2100-EXIT
002640     END-IF.
002650     EVALUATE TRUE
002660         WHEN CSR-SETTLED-SALE
002670             PERFORM 2200-SETTLE-ITEM THRU 2200-EXIT
002680         WHEN CSR-SETTLED-REFUND
002690             PERFORM 2200-SETTLE-ITEM THRU 2200-EXIT
002700         WHEN CSR-CHARGEBACK
002710             PERFORM 2300-CHARGE-BACK-SALE THRU 2300-EXIT
002720         WHEN OTHER
002730             MOVE "RECORD TYPE NOT KNOWN" TO CRD-REASON-TEXT
002740             PERFORM 2900-LIST-SETTLEMENT THRU 2900-EXIT
002750     END-EVALUATE.
002760 2100-EXIT.
002770     EXIT.
002780*
002790* ---------------------------------------------------------------
002800* 2200-SETTLE-ITEM MATCHES A SETTLED SALE OR REFUND TO ITS ITEM
002810* BY TICKET AND AMOUNT. AN OPEN ITEM AT THE SAME AMOUNT IS
002820* SETTLED. AN ITEM ALREADY SETTLED FROM THIS SAME SETTLEMENT
002830* DATE IS A RERUN AND COUNTS AS MATCHED AGAIN. ANYTHING ELSE IS
002840* AN UNMATCHED SETTLEMENT; A WRONG AMOUNT IS LISTED WITH THE
002850* ITEM BENEATH IT AND THE ITEM STAYS OPEN.
002860* ---------------------------------------------------------------
002870 2200-SETTLE-ITEM.
002880     MOVE CSR-TICKET-NUMBER TO CRR-TICKET-NUMBER.
002890     MOVE CSR-RECORD-TYPE TO CRR-ITEM-TYPE.
002900     PERFORM 2800-FIND-ITEM THRU 2800-EXIT.
002910     IF AT960-ITEM-NOT-FOUND
002920         IF CSR-SETTLED-SALE
002930             MOVE "NO SALE ON TKTSALES" TO CRD-REASON-TEXT
002940         ELSE
002950             MOVE "NO REFUND ON TKTRFND" TO CRD-REASON-TEXT
002960         END-IF
002970         PERFORM 2900-LIST-SETTLEMENT THRU 2900-EXIT
002980         GO TO 2200-EXIT
002990     END-IF.
003000     IF NOT CRR-OPEN
003010         IF CRR-SETTLED-DATE = CSR-SETTLE-DATE AND
003020                 CRR-SETTLED-AMOUNT = CSR-AMOUNT
003030             PERFORM 2250-COUNT-MATCH THRU 2250-EXIT
003040         ELSE
003050             MOVE "ALREADY SETTLED" TO CRD-REASON-TEXT
003060             PERFORM 2900-LIST-SETTLEMENT THRU 2900-EXIT
003070         END-IF
003080         GO TO 2200-EXIT
003090     END-IF.
003100     IF CSR-AMOUNT NOT = CRR-AMOUNT
003110         MOVE "AMOUNT DIFFERS" TO CRD-REASON-TEXT
003120         PERFORM 2900-LIST-SETTLEMENT THRU 2900-EXIT
003130         MOVE "TICKET TOTAL ON FILE" TO CRD-REASON-TEXT
003140         PERFORM 3200-LIST-ITEM THRU 3200-EXIT
003150         GO TO 2200-EXIT
003160     END-IF.
003170     SET CRR-SETTLED TO TRUE.
003180     MOVE CSR-SETTLE-DATE TO CRR-SETTLED-DATE.
003190     MOVE CSR-AMOUNT TO CRR-SETTLED-AMOUNT.
003200     REWRITE CARD-RECEIVABLE-RECORD
003210         INVALID KEY
003220             DISPLAY "CARD ITEM " CRR-TICKET-NUMBER " "
003230                 CRR-ITEM-TYPE " NOT SETTLED, STATUS = "
003240                 AT960-CARD-FILE-STATUS
003250             MOVE "NOT UPDATED ON CARDRCV" TO CRD-REASON-TEXT
003260             PERFORM 2900-LIST-SETTLEMENT THRU 2900-EXIT
003270             GO TO 2200-EXIT
003280     END-REWRITE.
003290     PERFORM 2250-COUNT-MATCH THRU 2250-EXIT.
003300 2200-EXIT.
003310     EXIT.
003320*
003330 2250-COUNT-MATCH.
003340     ADD 1 TO AT960-MATCHED-COUNT.
003350     IF CSR-SETTLED-REFUND
003360         SUBTRACT CSR-AMOUNT FROM AT960-MATCHED-TOTAL
003370     ELSE
003380         ADD CSR-AMOUNT TO AT960-MATCHED-TOTAL
003390     END-IF.
003400 2250-EXIT.
003410     EXIT.
003420*
003430* ---------------------------------------------------------------
003440* 2300-CHARGE-BACK-SALE MARKS THE SETTLED SALE A CHARGEBACK IS
003450* AGAINST AND LISTS IT FOR FOLLOW-UP. A CHARGEBACK AGAINST A
003460* SALE NOT ON FILE OR NOT YET SETTLED IS LISTED AS UNMATCHED.
003470* ---------------------------------------------------------------
003480 2300-CHARGE-BACK-SALE.
003490     MOVE CSR-TICKET-NUMBER TO CRR-TICKET-NUMBER.
003500     MOVE "S" TO CRR-ITEM-TYPE.
003510     PERFORM 2800-FIND-ITEM THRU 2800-EXIT.
003520     IF AT960-ITEM-NOT-FOUND
003530         MOVE "NO SALE ON TKTSALES" TO CRD-REASON-TEXT
003540         PERFORM 2900-LIST-SETTLEMENT THRU 2900-EXIT
003550         GO TO 2300-EXIT
003560     END-IF.
003570     IF CRR-OPEN
003580         MOVE "SALE NOT YET SETTLED" TO CRD-REASON-TEXT
003590         PERFORM 2900-LIST-SETTLEMENT THRU 2900-EXIT
003600         GO TO 2300-EXIT
003610     END-IF.
003620     IF CRR-SETTLED
003630         SET CRR-CHARGED-BACK TO TRUE
003640         REWRITE CARD-RECEIVABLE-RECORD
003650             INVALID KEY
003660                 DISPLAY "CARD ITEM " CRR-TICKET-NUMBER " "
003670                     CRR-ITEM-TYPE " NOT MARKED, STATUS = "
003680                     AT960-CARD-FILE-STATUS
003690         END-REWRITE
003700     END-IF.
003710     ADD 1 TO AT960-CHARGEBACK-COUNT.
003720     ADD CSR-AMOUNT TO AT960-CHARGEBACK-TOTAL.
003730     MOVE "CHARGEBACK" TO CRD-REASON-TEXT.
003740     PERFORM 2950-WRITE-SETTLEMENT-LINE THRU 2950-EXIT.
003750 2300-EXIT.
003760     EXIT.
003770*
003780 2800-FIND-ITEM.
003790     SET AT960-ITEM-FOUND TO TRUE.
003800     READ CARD-RECEIVABLE-FILE
003810         INVALID KEY
003820             SET AT960-ITEM-NOT-FOUND TO TRUE
003830     END-READ.
003840 2800-EXIT.
003850     EXIT.
003860*
003870* ---------------------------------------------------------------
003880* 2900-LIST-SETTLEMENT COUNTS AND LISTS AN UNMATCHED SETTLEMENT;
003890* 2950-WRITE-SETTLEMENT-LINE PRINTS THE SETTLEMENT RECORD WITH
003900* THE REASON ALREADY MOVED TO THE LINE.
003910* ---------------------------------------------------------------
003920 2900-LIST-SETTLEMENT.
003930     ADD 1 TO AT960-UNMATCHED-STL-COUNT.
003940     IF CSR-SETTLED-REFUND
003950         SUBTRACT CSR-AMOUNT FROM AT960-UNMATCHED-STL-TOTAL
003960     ELSE
003970         ADD CSR-AMOUNT TO AT960-UNMATCHED-STL-TOTAL
003980     END-IF.
003990     PERFORM 2950-WRITE-SETTLEMENT-LINE THRU 2950-EXIT.
004000 2900-EXIT.
004010     EXIT.
004020*
004030 2950-WRITE-SETTLEMENT-LINE.
004040     MOVE CSR-TICKET-NUMBER TO CRD-TICKET-NUMBER.
004050     EVALUATE TRUE
004060         WHEN CSR-SETTLED-SALE
004070             MOVE "SALE" TO CRD-ITEM-NAME
004080         WHEN CSR-SETTLED-REFUND
004090             MOVE "REFUND" TO CRD-ITEM-NAME
004100         WHEN CSR-CHARGEBACK
004110             MOVE "CHGBACK" TO CRD-ITEM-NAME
004120         WHEN OTHER
004130             MOVE CSR-RECORD-TYPE TO CRD-ITEM-NAME
004140     END-EVALUATE.
004150     MOVE CSR-CARD-TYPE TO CRD-CARD-TYPE.
004160     MOVE CSR-AUTH-REFERENCE TO CRD-AUTH-REFERENCE.
004170     MOVE CSR-SETTLE-DATE TO CRD-DATE.
004180     MOVE CSR-AMOUNT TO CRD-AMOUNT.
004190     WRITE CARD-RECON-REPORT-RECORD FROM AT960-DETAIL-LINE.
004200 2950-EXIT.
004210     EXIT.
004220*
004230* ---------------------------------------------------------------
004240* 3000-LIST-OPEN-ITEMS PASSES THE WHOLE CARD RECEIVABLE, TOTALS
004250* THE ITEMS STILL OPEN, AND LISTS THOSE OPEN LONGER THAN THE
004260* GRACE DAYS AS UNMATCHED SALES AND REFUNDS.
004270* ---------------------------------------------------------------
004280 3000-LIST-OPEN-ITEMS.
004290     MOVE SPACES TO CARD-RECON-REPORT-RECORD.
004300     WRITE CARD-RECON-REPORT-RECORD.
004310     MOVE "CARD RECEIVABLE - SALES AND REFUNDS NOT SETTLED"
004320         TO AT960-SECTION-LINE.
004330     WRITE CARD-RECON-REPORT-RECORD FROM AT960-SECTION-LINE.
004340     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COLUMN-LINE.
004350     MOVE LOW-VALUES TO CRR-ITEM-KEY.
004360     START CARD-RECEIVABLE-FILE KEY IS NOT LESS THAN
004370             CRR-ITEM-KEY
004380         INVALID KEY
004390             SET AT960-END-OF-CARD-FILE TO TRUE
004400     END-START.
004410     PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
004420         UNTIL AT960-END-OF-CARD-FILE.
004430 3000-EXIT.
004440     EXIT.
004450*
004460 3100-CHECK-ONE-ITEM.
004470     READ CARD-RECEIVABLE-FILE NEXT RECORD
004480         AT END
004490             SET AT960-END-OF-CARD-FILE TO TRUE
004500             GO TO 3100-EXIT
004510     END-READ.
004520     IF NOT CRR-OPEN
004530         GO TO 3100-EXIT
004540     END-IF.
004550     ADD 1 TO AT960-OPEN-COUNT.
004560     IF CRR-ITEM-TYPE = "R"
004570         SUBTRACT CRR-AMOUNT FROM AT960-OPEN-TOTAL
004580     ELSE
004590         ADD CRR-AMOUNT TO AT960-OPEN-TOTAL
004600     END-IF.
004610     COMPUTE AT960-DAYS-OPEN = AT960-RUN-DATE-INT
004620         - FUNCTION INTEGER-OF-DATE(CRR-ITEM-DATE).
004630     IF AT960-DAYS-OPEN NOT > AT960-SETTLE-GRACE-DAYS
004640         GO TO 3100-EXIT
004650     END-IF.
004660     IF CRR-ITEM-TYPE = "R"
004670         ADD 1 TO AT960-UNMATCHED-RFND-COUNT
004680         ADD CRR-AMOUNT TO AT960-UNMATCHED-RFND-TOTAL
004690     ELSE
004700         ADD 1 TO AT960-UNMATCHED-SALE-COUNT
004710         ADD CRR-AMOUNT TO AT960-UNMATCHED-SALE-TOTAL
004720     END-IF.
004730     MOVE "NOT SETTLED BY ACQUIRER" TO CRD-REASON-TEXT.
004740     PERFORM 3200-LIST-ITEM THRU 3200-EXIT.
004750 3100-EXIT.
004760     EXIT.
004770*
004780 3200-LIST-ITEM.
004790     MOVE CRR-TICKET-NUMBER TO CRD-TICKET-NUMBER.
004800     IF CRR-ITEM-TYPE = "R"
004810         MOVE "REFUND" TO CRD-ITEM-NAME
004820     ELSE
004830         MOVE "SALE" TO CRD-ITEM-NAME
004840     END-IF.
004850     MOVE CRR-CARD-TYPE TO CRD-CARD-TYPE.
004860     MOVE CRR-AUTH-REFERENCE TO CRD-AUTH-REFERENCE.
004870     MOVE CRR-ITEM-DATE TO CRD-DATE.
004880     MOVE CRR-AMOUNT TO CRD-AMOUNT.
004890     WRITE CARD-RECON-REPORT-RECORD FROM AT960-DETAIL-LINE.
004900 3200-EXIT.
004910     EXIT.
004920*
004930* ---------------------------------------------------------------
004940* 8000-PRINT-TOTALS PRINTS THE RECONCILIATION TOTALS. SETTLED
004950* AND OPEN AMOUNTS ARE NET OF REFUNDS.
004960* ---------------------------------------------------------------
004970 8000-PRINT-TOTALS.
004980     MOVE SPACES TO CARD-RECON-REPORT-RECORD.
004990     WRITE CARD-RECON-REPORT-RECORD.
005000     WRITE CARD-RECON-REPORT-RECORD FROM AT960-RULE-LINE.
005010     MOVE "SETTLEMENT RECORDS READ" TO CRC-LABEL.
005020     MOVE AT960-STL-READ-COUNT TO CRC-COUNT.
005030     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COUNT-LINE.
005040     MOVE "MATCHED AND SETTLED" TO CRC-LABEL.
005050     MOVE AT960-MATCHED-COUNT TO CRC-COUNT.
005060     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COUNT-LINE.
005070     MOVE "  NET SETTLED AMOUNT" TO CRA-LABEL.
005080     MOVE AT960-MATCHED-TOTAL TO CRA-AMOUNT.
005090     WRITE CARD-RECON-REPORT-RECORD FROM AT960-AMOUNT-LINE.
005100     MOVE "UNMATCHED SETTLEMENTS" TO CRC-LABEL.
005110     MOVE AT960-UNMATCHED-STL-COUNT TO CRC-COUNT.
005120     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COUNT-LINE.
005130     MOVE "  NET UNMATCHED AMOUNT" TO CRA-LABEL.
005140     MOVE AT960-UNMATCHED-STL-TOTAL TO CRA-AMOUNT.
005150     WRITE CARD-RECON-REPORT-RECORD FROM AT960-AMOUNT-LINE.
005160     MOVE "CHARGEBACKS" TO CRC-LABEL.
005170     MOVE AT960-CHARGEBACK-COUNT TO CRC-COUNT.
005180     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COUNT-LINE.
005190     MOVE "  CHARGEBACK AMOUNT" TO CRA-LABEL.
005200     MOVE AT960-CHARGEBACK-TOTAL TO CRA-AMOUNT.
005210     WRITE CARD-RECON-REPORT-RECORD FROM AT960-AMOUNT-LINE.
005220     MOVE "UNMATCHED SALES" TO CRC-LABEL.
005230     MOVE AT960-UNMATCHED-SALE-COUNT TO CRC-COUNT.
005240     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COUNT-LINE.
005250     MOVE "  UNMATCHED SALES AMOUNT" TO CRA-LABEL.
005260     MOVE AT960-UNMATCHED-SALE-TOTAL TO CRA-AMOUNT.
005270     WRITE CARD-RECON-REPORT-RECORD FROM AT960-AMOUNT-LINE.
005280     MOVE "UNMATCHED REFUNDS" TO CRC-LABEL.
005290     MOVE AT960-UNMATCHED-RFND-COUNT TO CRC-COUNT.
005300     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COUNT-LINE.
005310     MOVE "  UNMATCHED REFUNDS AMOUNT" TO CRA-LABEL.
005320     MOVE AT960-UNMATCHED-RFND-TOTAL TO CRA-AMOUNT.
005330     WRITE CARD-RECON-REPORT-RECORD FROM AT960-AMOUNT-LINE.
005340     MOVE "ITEMS STILL OPEN ON CARDRCV" TO CRC-LABEL.
005350     MOVE AT960-OPEN-COUNT TO CRC-COUNT.
005360     WRITE CARD-RECON-REPORT-RECORD FROM AT960-COUNT-LINE.
005370     MOVE "  NET OPEN RECEIVABLE" TO CRA-LABEL.
005380     MOVE AT960-OPEN-TOTAL TO CRA-AMOUNT.
005390     WRITE CARD-RECON-REPORT-RECORD FROM AT960-AMOUNT-LINE.
005400 8000-EXIT.
005410     EXIT.
005420*
005430 9000-WRAPUP.
005440     CLOSE CARD-RECEIVABLE-FILE.
005450     CLOSE CARD-RECON-REPORT-FILE.
005460     DISPLAY "SETTLEMENT RECORDS READ:     " AT960-STL-READ-COUNT.
005470     DISPLAY "MATCHED AND SETTLED:         " AT960-MATCHED-COUNT.
005480     DISPLAY "UNMATCHED SETTLEMENTS:       "
005490         AT960-UNMATCHED-STL-COUNT.
005500     DISPLAY "CHARGEBACKS:                 "
005510         AT960-CHARGEBACK-COUNT.
005520     DISPLAY "UNMATCHED SALES:             "
005530         AT960-UNMATCHED-SALE-COUNT.
005540     DISPLAY "UNMATCHED REFUNDS:           "
005550         AT960-UNMATCHED-RFND-COUNT.
005560 9000-EXIT.
005570     EXIT.
005580*
005590 END PROGRAM AIRLINE-CARD-RECON.
