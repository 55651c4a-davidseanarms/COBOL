000040* FLIGHT AND BY SEAT CLASS WITH BASE FARE SEPARATED FROM TAXES,
000050* AND CUTS A GENERAL LEDGER EXTRACT (AIRGL) IN THE SAME
000060* ACCOUNT-ID/AMOUNT/POSTING-DATE LAYOUT AS THE SAVINGS SIDE'S
000061* SAVGL FEED, SO TICKET REVENUE POSTS THROUGH THE SAME GL
000062* INTERFACE.
000063*
000064* BASE FARES ARE NOT REVENUE WHEN SOLD. EVERY SALE IS DEFERRED TO
000065* THE AIR TRAFFIC LIABILITY FILE (TKTATL), ONE RECORD PER TICKET,
000066* AND THE FARE STAYS A LIABILITY UNTIL THE PASSENGER FLIES OR
000067* THE FARE IS GIVEN UP: A TICKET GATE CHECK-IN MARKED BOARDED IS
000068* FLOWN AND MOVES TO FARE REVENUE; A FARE AIRLINE-NOSHOW MARKED
000069* UNUSED IS TAKEN TO BREAKAGE ONCE ITS FARE BASIS RULE (FAREBRK)
000070* SAYS IT CAN NO LONGER BE USED OR REFUNDED. THE RUN ENDS WITH
000071* THE DAILY LIABILITY ROLLFORWARD, PROVED AGAINST THE FILE AND
000072* TIED TO THE GL AIR TRAFFIC LIABILITY ACCOUNT.
000073*
000074* SALES AND REFUNDS PAID BY CARD ARE NOT CASH UNTIL THE CARD
000075* ACQUIRER SETTLES THEM. EACH ONE IS OPENED AS AN ITEM ON THE
000076* CARD RECEIVABLE FILE (CARDRCV) AND THE NIGHT'S NET GOES TO
000077* AIRGL AS "AIRCARD". AIRLINE-CARD-RECON SETTLES THE ITEMS FROM
000078* THE ACQUIRER'S SETTLEMENT FILE, AND THE NEXT RUN OF THIS
000079* PROGRAM TAKES THE SETTLED ITEMS OFF THE RECEIVABLE AS "AIRCSTL".
000080* SALES PAID WITH A TRAVEL VOUCHER AND REFUNDS GIVEN BACK AS A
000081* VOUCHER BRING IN OR PAY OUT NO CASH; THEIR NET GOES TO AIRGL AS
000082* "AIRVCHR" AGAINST THE VOUCHER LIABILITY.
000090* ---------------------------------------------------------------
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AIRLINE-REVENUE.
000239*                    RE-NET AND RE-REVERSE EVERY REFUND EVER
000240*                    RECORDED. TKTRFND IS RECUT EMPTY THE SAME
000241*                    WAY TICKET PRINT RECUTS TKTSALES.
000242*   10/15/2026 RC    BASE FARES ARE NOW DEFERRED TO AIR TRAFFIC
000243*                    LIABILITY INSTEAD OF BOOKED AS REVENUE AT
000244*                    SALE. EACH SALE IS WRITTEN TO THE NEW
000245*                    TKTATL FILE; REFUNDS SETTLE THEIR TKTATL
000246*                    RECORD; BOARDED TICKETS (TKTMAST OR
000247*                    TKTHIST) ARE FLOWN AND GO TO AIRGL AS
000248*                    "AIRFLOWN"; NO-SHOW FARES PAST THEIR FAREBRK
000249*                    RULE GO AS "AIRBRKG". A LIABILITY
000250*                    ROLLFORWARD (OPENING, SALES, REFUNDS, FLOWN,
000251*                    BREAKAGE, CLOSING) IS PROVED AGAINST TKTATL
000252*                    AND TIED TO GL 23000 ON GLACCT; A RUN THAT
000253*                    DOES NOT PROVE OR TIE SETS RETURN CODE 8
000254*                    AND LEAVES TKTRFND STANDING FOR THE RERUN.
000255*   10/15/2026 RC    CARRIED THE NEW LOYALTY MEMBER NUMBER AND
000256*                    MILES-POSTED FLAG ON THE TICKET AND TICKET
000257*                    HISTORY RECORDS (SEE
000258*                    AIRLINE-TICKET-CONVERT3). NO CHANGE TO THE
000259*                    PROGRAM ITSELF.
000260*   10/15/2026 RC    SALES AND REFUNDS NOW CARRY THE FORM OF
000261*                    PAYMENT AND AUTHORIZATION REFERENCE TAKEN AT
000262*                    BOOKING. CARD SALES AND CARD REFUNDS ARE
000263*                    OPENED AS ITEMS ON THE NEW CARD RECEIVABLE
000264*                    FILE (CARDRCV) FOR AIRLINE-CARD-RECON TO
000265*                    MATCH TO THE ACQUIRER'S SETTLEMENTS, A CARD
000266*                    RECEIVABLE SECTION IS PRINTED, AND THE NET
000267*                    OF CARD SALES LESS CARD REFUNDS GOES TO AIRGL
000268*                    AS "AIRCARD" SO THE GL POSTING RUN MOVES IT
000269*                    FROM CASH TO THE CARD RECEIVABLE (11500).
000270*                    ITEMS THE RECONCILIATION HAS SETTLED ARE
000271*                    CLEARED ON THE NEXT RUN AND GO TO AIRGL AS
000272*                    "AIRCSTL", MOVING THEM BACK TO CASH. CASH
000273*                    SALES STAY IN CASH.
000274*   10/15/2026 RC    VOUCHER ("VO") SALES AND REFUNDS GIVEN AS
000275*                    VOUCHERS NO LONGER SIT IN CASH. THEIR NET
000276*                    GOES TO AIRGL AS "AIRVCHR" AND THE GL
000277*                    POSTING RUN TAKES IT AGAINST THE VOUCHER
000278*                    LIABILITY (25000).
000279* ---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000281 CONFIGURATION SECTION.
000282 SOURCE-COMPUTER. IBM-370.
000283 OBJECT-COMPUTER. IBM-370.
000284*
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TICKET-SALES-FILE ASSIGN TO "TKTSALES"
000361     SELECT OPTIONAL TICKET-REFUND-FILE ASSIGN TO "TKTRFND"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS AT600-REFUND-FILE-STATUS.
000364     SELECT OPTIONAL TICKET-LIABILITY-FILE ASSIGN TO "TKTATL"
000365         ORGANIZATION IS INDEXED
000366         ACCESS MODE IS DYNAMIC
000367         RECORD KEY IS ALR-TICKET-NUMBER
000368         FILE STATUS IS AT600-ATL-FILE-STATUS.
000369     SELECT OPTIONAL BREAKAGE-RULE-FILE ASSIGN TO "FAREBRK"
000370         ORGANIZATION IS LINE SEQUENTIAL
000371         FILE STATUS IS AT600-RULE-FILE-STATUS.
000372     SELECT TICKET-MASTER-FILE ASSIGN TO "TKTMAST"
000373         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS RANDOM
000375         RECORD KEY IS TMR-TICKET-NUMBER
000376         FILE STATUS IS AT600-TICKET-FILE-STATUS.
000377     SELECT OPTIONAL TICKET-HISTORY-FILE ASSIGN TO "TKTHIST"
000378         ORGANIZATION IS INDEXED
000379         ACCESS MODE IS RANDOM
000380         RECORD KEY IS THR-TICKET-NUMBER
000381         FILE STATUS IS AT600-HISTORY-FILE-STATUS.
000382     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
000383         ORGANIZATION IS LINE SEQUENTIAL
000384         FILE STATUS IS AT600-ACCT-FILE-STATUS.
000385     SELECT OPTIONAL CARD-RECEIVABLE-FILE ASSIGN TO "CARDRCV"
000386         ORGANIZATION IS INDEXED
000387         ACCESS MODE IS DYNAMIC
000388         RECORD KEY IS CRR-ITEM-KEY
000389         FILE STATUS IS AT600-CARD-FILE-STATUS.
000390     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000391*
000392 DATA DIVISION.
000400 FILE SECTION.
000410*
000420 FD  TICKET-SALES-FILE.
000500     05  TSR-TAXES               PIC 9(05)V99.
000510     05  TSR-TOTAL-FARE          PIC 9(05)V99.
000511     05  TSR-FARE-BASIS          PIC X(08).
000512     05  TSR-PAYMENT-FORM        PIC X(02).
000513         88  TSR-PAID-BY-CARD           VALUES "VI" "MC" "AX"
000514                                               "DS".
000515         88  TSR-PAID-BY-VOUCHER        VALUE "VO".
000516     05  TSR-AUTH-REFERENCE      PIC X(10).
000520*
000530 FD  AIRLINE-GL-FILE.
000540 01  AIRLINE-GL-RECORD           PIC X(80).
000550     05  TRR-TAXES               PIC 9(05)V99.
000551     05  TRR-TOTAL-FARE          PIC 9(05)V99.
000552     05  TRR-FARE-BASIS          PIC X(08).
000553     05  TRR-PAYMENT-FORM        PIC X(02).
000554         88  TRR-PAID-BY-CARD           VALUES "VI" "MC" "AX"
000555                                               "DS".
000556         88  TRR-PAID-BY-VOUCHER        VALUE "VO".
000557     05  TRR-AUTH-REFERENCE      PIC X(10).
000558*
000559* TKTATL - ONE RECORD PER TICKET SOLD, CARRYING THE DEFERRED BASE
000560* FARE UNTIL IT IS SETTLED: "O" OPEN (SOLD, NOT YET FLOWN), "N"
000561* NO-SHOW (UNUSED, WAITING ON ITS BREAKAGE RULE), "F" FLOWN, "B"
000562* TAKEN TO BREAKAGE, "R" REFUNDED. O AND N ARE THE LIABILITY.
000563 FD  TICKET-LIABILITY-FILE.
000564 01  TICKET-LIABILITY-RECORD.
000565     05  ALR-TICKET-NUMBER       PIC X(08).
000566     05  ALR-FLIGHT-DATE         PIC 9(08).
000567     05  ALR-DESTINATION         PIC X(30).
000568     05  ALR-DEPARTURE-TIME      PIC X(05).
000569     05  ALR-SEAT-CLASS          PIC X(01).
000570     05  ALR-FARE-BASIS          PIC X(08).
000571     05  ALR-FARE-AMOUNT         PIC 9(05)V99.
000572     05  ALR-SALE-DATE           PIC 9(08).
000573     05  ALR-STATUS              PIC X(01).
000574         88  ALR-OPEN                       VALUE "O".
000575         88  ALR-NOSHOW                     VALUE "N".
000576         88  ALR-FLOWN                      VALUE "F".
000577         88  ALR-BROKEN                     VALUE "B".
000578         88  ALR-REFUNDED                   VALUE "R".
000579         88  ALR-UNSETTLED                  VALUES "O" "N".
000580     05  ALR-NOSHOW-DATE         PIC 9(08).
000581     05  ALR-SETTLED-DATE        PIC 9(08).
000582*
000583* FAREBRK - DAYS AFTER THE NO-SHOW THAT AN UNUSED FARE UNDER THE
000584* BASIS IS TAKEN TO BREAKAGE. ZERO IS A NON-REFUNDABLE BASIS,
000585* BROKEN THE NIGHT IT IS MARKED UNUSED.
000586 FD  BREAKAGE-RULE-FILE.
000587 01  BREAKAGE-RULE-RECORD.
000588     05  FBR-FARE-BASIS          PIC X(08).
000589     05  FBR-BREAKAGE-DAYS       PIC 9(03).
000590*
000591 FD  TICKET-MASTER-FILE.
000592 01  TICKET-MASTER-RECORD.
000593     05  TMR-TICKET-NUMBER       PIC X(08).
000594     05  TMR-CUSTOMER-NAME       PIC X(30).
000595     05  TMR-DEPARTURE-TIME      PIC X(05).
000596     05  TMR-DESTINATION         PIC X(30).
000597     05  TMR-GATE-NUMBER         PIC X(03).
000598     05  TMR-BOARDING-TIME       PIC X(05).
000599     05  TMR-FLIGHT-DATE         PIC 9(08).
000600     05  TMR-SEAT-CLASS          PIC X(01).
000601     05  TMR-SEAT-NUMBER         PIC X(04).
000602     05  TMR-BOARDING-STATUS     PIC X(01).
000603         88  TMR-PASSENGER-BOARDED      VALUE "B".
000604     05  TMR-BOOKING-DATE        PIC 9(08).
000605     05  TMR-MEMBER-NUMBER       PIC X(06).
000606     05  TMR-MILES-STATUS        PIC X(01).
000607     05  TMR-PAYMENT-FORM        PIC X(02).
000608     05  TMR-AUTH-REFERENCE      PIC X(10).
000609*
000610 FD  TICKET-HISTORY-FILE.
000611 01  TICKET-HISTORY-RECORD.
000612     05  THR-TICKET-NUMBER       PIC X(08).
000613     05  THR-CUSTOMER-NAME       PIC X(30).
000614     05  THR-DEPARTURE-TIME      PIC X(05).
000615     05  THR-DESTINATION         PIC X(30).
000616     05  THR-GATE-NUMBER         PIC X(03).
000617     05  THR-BOARDING-TIME       PIC X(05).
000618     05  THR-FLIGHT-DATE         PIC 9(08).
000619     05  THR-SEAT-CLASS          PIC X(01).
000620     05  THR-SEAT-NUMBER         PIC X(04).
000621     05  THR-BOARDING-STATUS     PIC X(01).
000622     05  THR-BOOKING-DATE        PIC 9(08).
000623     05  THR-MEMBER-NUMBER       PIC X(06).
000624     05  THR-MILES-STATUS        PIC X(01).
000625     05  THR-PAYMENT-FORM        PIC X(02).
000626     05  THR-AUTH-REFERENCE      PIC X(10).
000627*
000628 FD  GL-ACCOUNT-FILE.
000629 01  GL-ACCOUNT-RECORD.
000630     05  GAR-ACCOUNT-NUMBER      PIC X(05).
000631     05  GAR-ACCOUNT-NAME        PIC X(30).
000632     05  GAR-NORMAL-SIDE         PIC X(01).
000633     05  GAR-BALANCE             PIC S9(11)V99
000634         SIGN IS TRAILING SEPARATE.
000635*
000636* CARDRCV - THE CARD RECEIVABLE, ONE OPEN ITEM PER CARD SALE ("S")
000637* OR CARD REFUND ("R"), KEYED BY TICKET AND ITEM TYPE, CARRYING
000638* THE TICKET TOTAL (FARE PLUS TAXES) THE ACQUIRER WILL SETTLE.
000639* AIRLINE-CARD-RECON MATCHES THE ACQUIRER'S SETTLEMENTS AGAINST
000640* IT: "O" OPEN, "S" SETTLED, "C" SETTLED AND THEN CHARGED BACK.
000641* THE CLEARED DATE IS THE NIGHT THIS RUN TOOK A SETTLED ITEM OFF
000642* THE RECEIVABLE ON AIRGL.
000643 FD  CARD-RECEIVABLE-FILE.
000644 01  CARD-RECEIVABLE-RECORD.
000645     05  CRR-ITEM-KEY.
000646         10  CRR-TICKET-NUMBER   PIC X(08).
000647         10  CRR-ITEM-TYPE       PIC X(01).
000648     05  CRR-CARD-TYPE           PIC X(02).
000649     05  CRR-AUTH-REFERENCE      PIC X(10).
000650     05  CRR-AMOUNT              PIC 9(05)V99.
000651     05  CRR-FLIGHT-DATE         PIC 9(08).
000652     05  CRR-ITEM-DATE           PIC 9(08).
000653     05  CRR-STATUS              PIC X(01).
000654     05  CRR-SETTLED-DATE        PIC 9(08).
000655     05  CRR-SETTLED-AMOUNT      PIC 9(05)V99.
000656     05  CRR-CLEARED-DATE        PIC 9(08).
000657*
000658 SD  SORT-WORK-FILE.
000659 01  SORT-WORK-RECORD.
000660     05  SWR-TICKET-NUMBER       PIC X(08).
000661     05  SWR-FLIGHT-DATE         PIC 9(08).
000662     05  SWR-DESTINATION         PIC X(30).
000663     05  SWR-DEPARTURE-TIME      PIC X(05).
000664     05  SWR-SEAT-CLASS          PIC X(01).
000665     05  SWR-FARE-AMOUNT         PIC 9(05)V99.
000666     05  SWR-TAXES               PIC 9(05)V99.
000667     05  SWR-TOTAL-FARE          PIC 9(05)V99.
000668     05  SWR-FARE-BASIS          PIC X(08).
000669*
000670 WORKING-STORAGE SECTION.
000680*
000690 77  AT600-SALES-FILE-STATUS     PIC X(02) VALUE "00".
000700 77  AT600-GL-FILE-STATUS        PIC X(02) VALUE "00".
000701 77  AT600-REFUND-FILE-STATUS    PIC X(02) VALUE "00".
000702 77  AT600-ATL-FILE-STATUS       PIC X(02) VALUE "00".
000703 77  AT600-RULE-FILE-STATUS      PIC X(02) VALUE "00".
000704 77  AT600-TICKET-FILE-STATUS    PIC X(02) VALUE "00".
000705 77  AT600-HISTORY-FILE-STATUS   PIC X(02) VALUE "00".
000706 77  AT600-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
000707 77  AT600-CARD-FILE-STATUS      PIC X(02) VALUE "00".
000710*
000720 77  AT600-GL-FARE-ACCOUNT       PIC X(10) VALUE "AIRFARE   ".
000721 77  AT600-GL-TAX-ACCOUNT        PIC X(10) VALUE "AIRTAX    ".
000722 77  AT600-GL-FLOWN-ACCOUNT      PIC X(10) VALUE "AIRFLOWN  ".
000723 77  AT600-GL-BREAKAGE-ACCOUNT   PIC X(10) VALUE "AIRBRKG   ".
000724 77  AT600-GL-CARD-ACCOUNT       PIC X(10) VALUE "AIRCARD   ".
000725 77  AT600-GL-CARD-STL-ACCOUNT   PIC X(10) VALUE "AIRCSTL   ".
000726 77  AT600-GL-VOUCHER-ACCOUNT    PIC X(10) VALUE "AIRVCHR   ".
000727*
000728* GL AIR TRAFFIC LIABILITY ACCOUNT THE ROLLFORWARD TIES TO, AND
000729* THE BREAKAGE WAIT FOR A FARE BASIS NOT ON FAREBRK (A FULLY
000730* REFUNDABLE TICKET STAYS GOOD FOR A YEAR).
000731 77  AT600-ATL-GL-ACCOUNT        PIC X(05) VALUE "23000".
000732 77  AT600-DEFAULT-BREAKAGE-DAYS PIC 9(03) VALUE 365.
000740*
000750 01  AT600-POSTING-DATE          PIC 9(08) VALUE ZERO.
000760*
001086*
001087 01  AT600-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
001088 01  AT600-EDIT-SIGNED-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99.
001089*
001090 01  AT600-ATL-EOF-SWITCH        PIC X(01) VALUE "N".
001091     88  AT600-END-OF-ATL-FILE              VALUE "Y".
001092*
001093 01  AT600-RULE-EOF-SWITCH       PIC X(01) VALUE "N".
001094     88  AT600-END-OF-RULE-FILE             VALUE "Y".
001095*
001096 01  AT600-ACCT-EOF-SWITCH       PIC X(01) VALUE "N".
001097     88  AT600-END-OF-ACCT-FILE             VALUE "Y".
001098*
001099 01  AT600-HISTORY-SWITCH        PIC X(01) VALUE "N".
001100     88  AT600-HISTORY-ON-FILE              VALUE "Y".
001101*
001102 01  AT600-BOARDING-SWITCH       PIC X(01) VALUE "N".
001103     88  AT600-TICKET-BOARDED               VALUE "B".
001104     88  AT600-TICKET-NOT-BOARDED           VALUE "N".
001105     88  AT600-TICKET-GONE                  VALUE "X".
001106*
001107 01  AT600-GL-FOUND-SWITCH       PIC X(01) VALUE "N".
001108     88  AT600-ATL-GL-FOUND                 VALUE "Y".
001109*
001110 01  AT600-ATL-PROOF-SWITCH      PIC X(01) VALUE "Y".
001111     88  AT600-ATL-IN-BALANCE               VALUE "Y".
001112     88  AT600-ATL-OUT-OF-BALANCE           VALUE "N".
001113*
001114 01  AT600-RULE-COUNT            PIC 9(03) COMP VALUE ZERO.
001115 01  AT600-RULE-TABLE.
001116     05  AT600-RULE-ENTRY OCCURS 1 TO 50 TIMES
001117             DEPENDING ON AT600-RULE-COUNT
001118             INDEXED BY AT600-RULE-IX.
001119         10  AT600-BR-FARE-BASIS      PIC X(08).
001120         10  AT600-BR-BREAKAGE-DAYS   PIC 9(03).
001121*
001122 01  AT600-BREAKAGE-DAYS         PIC 9(03) COMP VALUE ZERO.
001123 01  AT600-POSTING-DATE-INT      PIC 9(07) COMP VALUE ZERO.
001124 01  AT600-NOSHOW-DATE-INT       PIC 9(07) COMP VALUE ZERO.
001125*
001126 01  AT600-DEFERRED-COUNT        PIC 9(07) COMP VALUE ZERO.
001127 01  AT600-DUPLICATE-SALE-COUNT  PIC 9(05) COMP VALUE ZERO.
001128 01  AT600-FLOWN-COUNT           PIC 9(07) COMP VALUE ZERO.
001129 01  AT600-BREAKAGE-COUNT        PIC 9(07) COMP VALUE ZERO.
001130 01  AT600-PAST-UNFLOWN-COUNT    PIC 9(07) COMP VALUE ZERO.
001131*
001132* THE ROLLFORWARD. OPENING, FILE SALES, FLOWN, BREAKAGE, FILE
001133* REFUNDS, AND CLOSING ARE ALL TAKEN FROM TKTATL ITSELF BY SALE
001134* AND SETTLED DATE, SO A RERUN OF THE SAME NIGHT PRODUCES THE
001135* SAME FIGURES. A REFUND OF A FARE ALREADY FLOWN OR BROKEN (OR
001136* SOLD BEFORE FARES WERE DEFERRED) IS REOPENED OUT OF THAT
001137* REVENUE SO THE REFUND REVERSAL HAS A LIABILITY TO COME OUT OF.
001138 01  AT600-ATL-OPENING           PIC S9(09)V99 COMP-3 VALUE ZERO.
001139 01  AT600-ATL-FILE-SALES        PIC S9(09)V99 COMP-3 VALUE ZERO.
001140 01  AT600-ATL-FILE-REFUNDS      PIC S9(09)V99 COMP-3 VALUE ZERO.
001141 01  AT600-ATL-FLOWN             PIC S9(09)V99 COMP-3 VALUE ZERO.
001142 01  AT600-ATL-BREAKAGE          PIC S9(09)V99 COMP-3 VALUE ZERO.
001143 01  AT600-ATL-FILE-CLOSING      PIC S9(09)V99 COMP-3 VALUE ZERO.
001144 01  AT600-REOPEN-FLOWN          PIC S9(09)V99 COMP-3 VALUE ZERO.
001145 01  AT600-REOPEN-BREAKAGE       PIC S9(09)V99 COMP-3 VALUE ZERO.
001146 01  AT600-ATL-REOPENED          PIC S9(09)V99 COMP-3 VALUE ZERO.
001147 01  AT600-ATL-ROLL-CLOSING      PIC S9(09)V99 COMP-3 VALUE ZERO.
001148 01  AT600-ATL-PROOF-DIFFERENCE  PIC S9(09)V99 COMP-3 VALUE ZERO.
001149 01  AT600-GL-ATL-BALANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
001150 01  AT600-GL-ATL-DIFFERENCE     PIC S9(11)V99 COMP-3 VALUE ZERO.
001151 01  AT600-GL-ATL-AFTER-FEED     PIC S9(11)V99 COMP-3 VALUE ZERO.
001152 01  AT600-GL-FLOWN-AMOUNT       PIC S9(09)V99 COMP-3 VALUE ZERO.
001153 01  AT600-GL-BREAKAGE-AMOUNT    PIC S9(09)V99 COMP-3 VALUE ZERO.
001154*
001155* CARD SALES AND CARD REFUNDS TAKEN TONIGHT, AT THE TICKET TOTAL.
001156* THE NET MOVES FROM CASH TO THE CARD RECEIVABLE ON AIRGL.
001157 01  AT600-CARD-SALE-COUNT       PIC 9(07) COMP VALUE ZERO.
001158 01  AT600-CARD-SALE-TOTAL       PIC 9(09)V99 COMP-3 VALUE ZERO.
001159 01  AT600-CARD-REFUND-COUNT     PIC 9(07) COMP VALUE ZERO.
001160 01  AT600-CARD-REFUND-TOTAL     PIC 9(09)V99 COMP-3 VALUE ZERO.
001161 01  AT600-NET-CARD-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
001162 01  AT600-CARD-ITEM-COUNT       PIC 9(07) COMP VALUE ZERO.
001163 01  AT600-CARD-DUPLICATE-COUNT  PIC 9(05) COMP VALUE ZERO.
001164*
001165* CARD ITEMS AIRLINE-CARD-RECON HAS SETTLED, TAKEN OFF THE
001166* RECEIVABLE TONIGHT (SALES LESS REFUNDS), AND THE ITEMS STILL
001167* OPEN AWAITING SETTLEMENT.
001168 01  AT600-CARD-SETTLED-COUNT    PIC 9(07) COMP VALUE ZERO.
001169 01  AT600-CARD-SETTLED-TOTAL    PIC S9(09)V99 COMP-3 VALUE ZERO.
001170*
001171* SALES PAID WITH A TRAVEL VOUCHER AND REFUNDS GIVEN BACK AS A
001172* VOUCHER TONIGHT, AT THE TICKET TOTAL. NO CASH CHANGES HANDS;
001173* THE NET GOES TO AIRGL SO THE LEDGER TAKES IT AGAINST THE
001174* OUTSTANDING VOUCHER LIABILITY INSTEAD OF CASH.
001175 01  AT600-VOUCHER-SALE-COUNT    PIC 9(07) COMP VALUE ZERO.
001176 01  AT600-VOUCHER-SALE-TOTAL    PIC 9(09)V99 COMP-3 VALUE ZERO.
001177 01  AT600-VOUCHER-REFUND-COUNT  PIC 9(07) COMP VALUE ZERO.
001178 01  AT600-VOUCHER-REFUND-TOTAL  PIC 9(09)V99 COMP-3 VALUE ZERO.
001179 01  AT600-NET-VOUCHER-TOTAL     PIC S9(09)V99 COMP-3 VALUE ZERO.
001180 01  AT600-CARD-OPEN-COUNT       PIC 9(07) COMP VALUE ZERO.
001181 01  AT600-CARD-OPEN-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
001182*
001183 01  AT600-CARD-ITEM-SWITCH      PIC X(01) VALUE "N".
001184     88  AT600-CARD-ITEM-ON-FILE            VALUE "Y".
001185     88  AT600-CARD-ITEM-NOT-ON-FILE        VALUE "N".
001186*
001187 01  AT600-CARD-EOF-SWITCH       PIC X(01) VALUE "N".
001188     88  AT600-END-OF-CARD-FILE             VALUE "Y".
001189*
001190 01  AT600-GL-EXTRACT-LINE.
001191     05  AGL-ACCOUNT-ID          PIC X(10).
001192     05  AGL-AMOUNT              PIC S9(09)V99
001193         SIGN IS TRAILING SEPARATE.
001194     05  AGL-POSTING-DATE        PIC 9(08).
001195     05  FILLER                  PIC X(50) VALUE SPACES.
001196*
001197 PROCEDURE DIVISION.
001198*
001199 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     SORT SORT-WORK-FILE
001220         ON ASCENDING KEY SWR-DESTINATION SWR-DEPARTURE-TIME
001260     PERFORM 8000-PRINT-CLASS-TOTALS THRU 8000-EXIT.
001261     PERFORM 8100-PRINT-BASIS-TOTALS THRU 8100-EXIT.
001262     PERFORM 8200-PROCESS-REFUNDS THRU 8200-EXIT.
001263     PERFORM 8400-SETTLE-LIABILITY THRU 8400-EXIT.
001264     PERFORM 8450-CLEAR-CARD-SETTLEMENTS THRU 8450-EXIT.
001265     PERFORM 8480-PRINT-CARD-RECEIVABLE THRU 8480-EXIT.
001266     PERFORM 8500-WRITE-GL-EXTRACT THRU 8500-EXIT.
001267     PERFORM 8550-PRINT-ROLLFORWARD THRU 8550-EXIT.
001271     PERFORM 8600-CONSUME-REFUNDS THRU 8600-EXIT.
001280     PERFORM 9000-WRAPUP THRU 9000-EXIT.
001290     STOP RUN.
001300*
001310* ---------------------------------------------------------------
001316* 1000-INITIALIZE STAMPS THE POSTING DATE, OPENS THE GL EXTRACT
001322* AND THE AIR TRAFFIC LIABILITY FILE, LOADS THE FARE BASIS
001328* BREAKAGE RULES, AND PRINTS THE REPORT HEADING.
001334* THE CARD RECEIVABLE IS OPENED FOR TONIGHT'S CARD ITEMS.
001340* ---------------------------------------------------------------
001350 1000-INITIALIZE.
001360     ACCEPT AT600-POSTING-DATE FROM DATE YYYYMMDD.
001380     IF AT600-GL-FILE-STATUS NOT = "00"
001390         DISPLAY "AIRGL OPEN FAILED, STATUS = "
001400             AT600-GL-FILE-STATUS
001401         STOP RUN
001402     END-IF.
001403     OPEN I-O TICKET-LIABILITY-FILE.
001404     IF AT600-ATL-FILE-STATUS NOT = "00" AND
001405             AT600-ATL-FILE-STATUS NOT = "05"
001406         DISPLAY "TKTATL OPEN FAILED, STATUS = "
001407             AT600-ATL-FILE-STATUS
001408         STOP RUN
001409     END-IF.
001410     OPEN INPUT BREAKAGE-RULE-FILE.
001411     IF AT600-RULE-FILE-STATUS NOT = "00" AND
001412             AT600-RULE-FILE-STATUS NOT = "05"
001413         DISPLAY "FAREBRK OPEN FAILED, STATUS = "
001414             AT600-RULE-FILE-STATUS
001415         STOP RUN
001416     END-IF.
001417     PERFORM 1100-LOAD-BREAKAGE-RULE THRU 1100-EXIT
001418         UNTIL AT600-END-OF-RULE-FILE.
001419     CLOSE BREAKAGE-RULE-FILE.
001420     OPEN I-O CARD-RECEIVABLE-FILE.
001421     IF AT600-CARD-FILE-STATUS NOT = "00" AND
001422             AT600-CARD-FILE-STATUS NOT = "05"
001423         DISPLAY "CARDRCV OPEN FAILED, STATUS = "
001424             AT600-CARD-FILE-STATUS
001425         STOP RUN
001426     END-IF.
001427     COMPUTE AT600-POSTING-DATE-INT =
001428         FUNCTION INTEGER-OF-DATE(AT600-POSTING-DATE).
001430     DISPLAY "=====================================".
001440     DISPLAY "   END-OF-DAY TICKET REVENUE         ".
001450     DISPLAY "   POSTING DATE: " AT600-POSTING-DATE.
001451     DISPLAY "=====================================".
001452 1000-EXIT.
001453     EXIT.
001454*
001455* ---------------------------------------------------------------
001456* 1100-LOAD-BREAKAGE-RULE READS ONE FAREBRK RECORD INTO THE
001457* BREAKAGE RULE TABLE.
001458* ---------------------------------------------------------------
001459 1100-LOAD-BREAKAGE-RULE.
001460     READ BREAKAGE-RULE-FILE
001461         AT END
001462             SET AT600-END-OF-RULE-FILE TO TRUE
001463     END-READ.
001464     IF NOT AT600-END-OF-RULE-FILE
001465         IF AT600-RULE-COUNT >= 50
001466             DISPLAY "BREAKAGE RULE TABLE FULL AT 50 ENTRIES, "
001467                 "REMAINING FAREBRK RECORDS NOT LOADED"
001468             SET AT600-END-OF-RULE-FILE TO TRUE
001469         ELSE
001470             ADD 1 TO AT600-RULE-COUNT
001471             SET AT600-RULE-IX TO AT600-RULE-COUNT
001472             MOVE FBR-FARE-BASIS TO
001473                 AT600-BR-FARE-BASIS(AT600-RULE-IX)
001474             MOVE FBR-BREAKAGE-DAYS TO
001475                 AT600-BR-BREAKAGE-DAYS(AT600-RULE-IX)
001476         END-IF
001477     END-IF.
001478 1100-EXIT.
001480     EXIT.
001490*
001500* ---------------------------------------------------------------
001810         MOVE TSR-TOTAL-FARE TO SWR-TOTAL-FARE
001811         MOVE TSR-FARE-BASIS TO SWR-FARE-BASIS
001820         RELEASE SORT-WORK-RECORD
001821         PERFORM 1700-DEFER-SALE THRU 1700-EXIT
001822         IF TSR-PAID-BY-CARD
001823             PERFORM 1800-RECORD-CARD-SALE THRU 1800-EXIT
001824         END-IF
001825         IF TSR-PAID-BY-VOUCHER
001826             ADD 1 TO AT600-VOUCHER-SALE-COUNT
001827             ADD TSR-TOTAL-FARE TO AT600-VOUCHER-SALE-TOTAL
001828         END-IF
001830     END-IF.
001831 1600-EXIT.
001832     EXIT.
001833*
001834* ---------------------------------------------------------------
001835* 1700-DEFER-SALE WRITES THE SALE'S BASE FARE TO THE AIR TRAFFIC
001836* LIABILITY FILE AS AN OPEN RECORD. A TICKET ALREADY ON TKTATL
001837* UNDER TODAY'S SALE DATE IS A RERUN AND IS LEFT AS IT IS; ONE
001838* ON FILE FROM AN EARLIER SALE IS A REUSED TICKET NUMBER, IS NOT
001839* DEFERRED AGAIN, AND PUTS THE ROLLFORWARD OUT OF BALANCE.
001840* ---------------------------------------------------------------
001841 1700-DEFER-SALE.
001842     MOVE TSR-TICKET-NUMBER TO ALR-TICKET-NUMBER.
001843     READ TICKET-LIABILITY-FILE
001844         INVALID KEY
001845             CONTINUE
001846         NOT INVALID KEY
001847             IF ALR-SALE-DATE NOT = AT600-POSTING-DATE
001848                 DISPLAY "TICKET " TSR-TICKET-NUMBER
001849                     " ALREADY ON TKTATL FROM SALE DATE "
001850                     ALR-SALE-DATE "; NOT DEFERRED AGAIN"
001851                 ADD 1 TO AT600-DUPLICATE-SALE-COUNT
001852             END-IF
001853             GO TO 1700-EXIT
001854     END-READ.
001855     MOVE TSR-TICKET-NUMBER TO ALR-TICKET-NUMBER.
001856     MOVE TSR-FLIGHT-DATE TO ALR-FLIGHT-DATE.
001857     MOVE TSR-DESTINATION TO ALR-DESTINATION.
001858     MOVE TSR-DEPARTURE-TIME TO ALR-DEPARTURE-TIME.
001859     MOVE TSR-SEAT-CLASS TO ALR-SEAT-CLASS.
001860     MOVE TSR-FARE-BASIS TO ALR-FARE-BASIS.
001861     MOVE TSR-FARE-AMOUNT TO ALR-FARE-AMOUNT.
001862     MOVE AT600-POSTING-DATE TO ALR-SALE-DATE.
001863     MOVE "O" TO ALR-STATUS.
001864     MOVE ZERO TO ALR-NOSHOW-DATE.
001865     MOVE ZERO TO ALR-SETTLED-DATE.
001866     WRITE TICKET-LIABILITY-RECORD
001867         INVALID KEY
001868             DISPLAY "TICKET " TSR-TICKET-NUMBER
001869                 " COULD NOT BE WRITTEN TO TKTATL, STATUS = "
001870                 AT600-ATL-FILE-STATUS
001871             ADD 1 TO AT600-DUPLICATE-SALE-COUNT
001872             GO TO 1700-EXIT
001873     END-WRITE.
001874     ADD 1 TO AT600-DEFERRED-COUNT.
001875 1700-EXIT.
001876     EXIT.
001877*
001878* ---------------------------------------------------------------
001879* 1800-RECORD-CARD-SALE ADDS A CARD SALE TO TONIGHT'S CARD TOTALS
001880* AND OPENS ITS ITEM ON THE CARD RECEIVABLE AT THE TICKET TOTAL.
001881* ---------------------------------------------------------------
001882 1800-RECORD-CARD-SALE.
001883     ADD 1 TO AT600-CARD-SALE-COUNT.
001884     ADD TSR-TOTAL-FARE TO AT600-CARD-SALE-TOTAL.
001885     MOVE TSR-TICKET-NUMBER TO CRR-TICKET-NUMBER.
001886     MOVE "S" TO CRR-ITEM-TYPE.
001887     PERFORM 1850-FIND-CARD-ITEM THRU 1850-EXIT.
001888     IF AT600-CARD-ITEM-ON-FILE
001889         GO TO 1800-EXIT
001890     END-IF.
001891     MOVE TSR-TICKET-NUMBER TO CRR-TICKET-NUMBER.
001892     MOVE "S" TO CRR-ITEM-TYPE.
001893     MOVE TSR-PAYMENT-FORM TO CRR-CARD-TYPE.
001894     MOVE TSR-AUTH-REFERENCE TO CRR-AUTH-REFERENCE.
001895     MOVE TSR-TOTAL-FARE TO CRR-AMOUNT.
001896     MOVE TSR-FLIGHT-DATE TO CRR-FLIGHT-DATE.
001897     PERFORM 1870-WRITE-CARD-ITEM THRU 1870-EXIT.
001898 1800-EXIT.
001899     EXIT.
001900*
001901* ---------------------------------------------------------------
001902* 1850-FIND-CARD-ITEM LOOKS THE CARD ITEM UP ON THE CARD
001903* RECEIVABLE. AN ITEM ALREADY OPENED UNDER TONIGHT'S DATE IS A
001904* RERUN AND IS LEFT AS IT IS; ONE FROM AN EARLIER NIGHT IS A
001905* REUSED TICKET NUMBER AND IS REPORTED, NOT OPENED AGAIN.
001906* ---------------------------------------------------------------
001907 1850-FIND-CARD-ITEM.
001908     SET AT600-CARD-ITEM-NOT-ON-FILE TO TRUE.
001909     READ CARD-RECEIVABLE-FILE
001910         INVALID KEY
001911             GO TO 1850-EXIT
001912     END-READ.
001913     SET AT600-CARD-ITEM-ON-FILE TO TRUE.
001914     IF CRR-ITEM-DATE NOT = AT600-POSTING-DATE
001915         DISPLAY "CARD ITEM " CRR-TICKET-NUMBER " " CRR-ITEM-TYPE
001916             " ALREADY ON CARDRCV FROM " CRR-ITEM-DATE
001917             "; NOT OPENED AGAIN"
001918         ADD 1 TO AT600-CARD-DUPLICATE-COUNT
001919     END-IF.
001920 1850-EXIT.
001921     EXIT.
001922*
001923 1870-WRITE-CARD-ITEM.
001924     MOVE AT600-POSTING-DATE TO CRR-ITEM-DATE.
001925     MOVE "O" TO CRR-STATUS.
001926     MOVE ZERO TO CRR-SETTLED-DATE.
001927     MOVE ZERO TO CRR-SETTLED-AMOUNT.
001928     MOVE ZERO TO CRR-CLEARED-DATE.
001929     WRITE CARD-RECEIVABLE-RECORD
001930         INVALID KEY
001931             DISPLAY "CARD ITEM " CRR-TICKET-NUMBER " "
001932                 CRR-ITEM-TYPE
001933                 " COULD NOT BE WRITTEN TO CARDRCV, STATUS = "
001934                 AT600-CARD-FILE-STATUS
001935             ADD 1 TO AT600-CARD-DUPLICATE-COUNT
001936             GO TO 1870-EXIT
001937     END-WRITE.
001938     ADD 1 TO AT600-CARD-ITEM-COUNT.
001939 1870-EXIT.
001940     EXIT.
001941*
001942* ---------------------------------------------------------------
001943* 2000-PRODUCE-REPORT IS THE SORT OUTPUT PROCEDURE. IT RETURNS
001944* THE SORTED SALES IN FLIGHT SEQUENCE AND CONTROL-BREAKS ON
001945* DESTINATION PLUS DEPARTURE TIME TO PRINT ONE REVENUE SECTION
001946* PER FLIGHT, ACCUMULATING THE CLASS AND DAY TOTALS AS IT GOES.
001947* ---------------------------------------------------------------
001948 2000-PRODUCE-REPORT.
001949     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
001950         UNTIL AT600-END-OF-SORT-FILE.
001960     IF AT600-NOT-FIRST-FLIGHT
001970         PERFORM 2400-END-FLIGHT THRU 2400-EXIT
003190         DISPLAY "     TICKET " TRR-TICKET-NUMBER
003191             "  CLASS " TRR-SEAT-CLASS
003192             "  REFUND " AT600-EDIT-AMOUNT
003202         PERFORM 8300-SETTLE-REFUND THRU 8300-EXIT
003212         IF TRR-PAID-BY-CARD
003222             PERFORM 8350-RECORD-CARD-REFUND THRU 8350-EXIT
003232         END-IF
003242         IF TRR-PAID-BY-VOUCHER
003252             ADD 1 TO AT600-VOUCHER-REFUND-COUNT
003262             ADD TRR-TOTAL-FARE TO AT600-VOUCHER-REFUND-TOTAL
003272         END-IF
003282     END-IF.
003292 8250-EXIT.
003302     EXIT.
003312*
003322* ---------------------------------------------------------------
003332* 8300-SETTLE-REFUND SETTLES THE REFUNDED TICKET'S TKTATL RECORD.
003342* AN UNSETTLED FARE IS MARKED REFUNDED; ONE ALREADY REFUNDED
003352* TONIGHT IS A RERUN. A FARE ALREADY FLOWN OR BROKEN, OR NOT ON
003362* TKTATL AT ALL, IS REOPENED OUT OF THAT REVENUE SO THE REFUND
003372* REVERSAL ON AIRGL HAS A LIABILITY TO COME OUT OF.
003382* ---------------------------------------------------------------
003392 8300-SETTLE-REFUND.
003402     MOVE TRR-TICKET-NUMBER TO ALR-TICKET-NUMBER.
003412     READ TICKET-LIABILITY-FILE
003422         INVALID KEY
003432             DISPLAY "       NOT ON TKTATL - REOPENED FROM "
003442                 "FLOWN REVENUE"
003452             ADD TRR-FARE-AMOUNT TO AT600-REOPEN-FLOWN
003462             GO TO 8300-EXIT
003472     END-READ.
003482     EVALUATE TRUE
003492         WHEN ALR-UNSETTLED
003502             MOVE "R" TO ALR-STATUS
003512             MOVE AT600-POSTING-DATE TO ALR-SETTLED-DATE
003522             REWRITE TICKET-LIABILITY-RECORD
003532         WHEN ALR-REFUNDED AND
003542                 ALR-SETTLED-DATE = AT600-POSTING-DATE
003552             CONTINUE
003562         WHEN ALR-BROKEN
003572             DISPLAY "       ALREADY BROKEN - REOPENED FROM "
003582                 "BREAKAGE"
003592             ADD TRR-FARE-AMOUNT TO AT600-REOPEN-BREAKAGE
003602         WHEN OTHER
003612             DISPLAY "       ALREADY SETTLED - REOPENED FROM "
003622                 "FLOWN REVENUE"
003632             ADD TRR-FARE-AMOUNT TO AT600-REOPEN-FLOWN
003642     END-EVALUATE.
003652 8300-EXIT.
003662     EXIT.
003672*
003682* ---------------------------------------------------------------
003692* 8350-RECORD-CARD-REFUND ADDS A CARD REFUND TO TONIGHT'S CARD
003702* TOTALS AND OPENS ITS ITEM ON THE CARD RECEIVABLE, WHERE IT
003712* WAITS FOR THE ACQUIRER TO SETTLE THE CREDIT BACK TO THE CARD.
003722* ---------------------------------------------------------------
003732 8350-RECORD-CARD-REFUND.
003742     ADD 1 TO AT600-CARD-REFUND-COUNT.
003752     ADD TRR-TOTAL-FARE TO AT600-CARD-REFUND-TOTAL.
003762     MOVE TRR-TICKET-NUMBER TO CRR-TICKET-NUMBER.
003772     MOVE "R" TO CRR-ITEM-TYPE.
003782     PERFORM 1850-FIND-CARD-ITEM THRU 1850-EXIT.
003792     IF AT600-CARD-ITEM-ON-FILE
003802         GO TO 8350-EXIT
003812     END-IF.
003822     MOVE TRR-TICKET-NUMBER TO CRR-TICKET-NUMBER.
003832     MOVE "R" TO CRR-ITEM-TYPE.
003842     MOVE TRR-PAYMENT-FORM TO CRR-CARD-TYPE.
003852     MOVE TRR-AUTH-REFERENCE TO CRR-AUTH-REFERENCE.
003862     MOVE TRR-TOTAL-FARE TO CRR-AMOUNT.
003872     MOVE TRR-FLIGHT-DATE TO CRR-FLIGHT-DATE.
003882     PERFORM 1870-WRITE-CARD-ITEM THRU 1870-EXIT.
003892 8350-EXIT.
003902     EXIT.
003912*
003922* ---------------------------------------------------------------
003932* 8400-SETTLE-LIABILITY PASSES THE WHOLE AIR TRAFFIC LIABILITY
003942* FILE. EACH UNSETTLED FARE IS LOOKED UP ON THE TICKET MASTER
003952* (OR, ONCE ARCHIVED, THE TICKET HISTORY): BOARDED IS FLOWN; A
003962* NO-SHOW IS TAKEN TO BREAKAGE WHEN ITS FARE BASIS RULE ALLOWS;
003972* AN OPEN FARE WHOSE TICKET IS GONE (CANCELLED WITH NO REFUND)
003982* IS TREATED AS UNUSED FROM TONIGHT. EVERY RECORD IS THEN ROLLED
003992* INTO THE ROLLFORWARD BUCKETS.
004002* ---------------------------------------------------------------
004012 8400-SETTLE-LIABILITY.
004022     OPEN INPUT TICKET-MASTER-FILE.
004032     IF AT600-TICKET-FILE-STATUS NOT = "00"
004042         DISPLAY "TKTMAST OPEN FAILED, STATUS = "
004052             AT600-TICKET-FILE-STATUS
004062         STOP RUN
004072     END-IF.
004082     OPEN INPUT TICKET-HISTORY-FILE.
004092     IF AT600-HISTORY-FILE-STATUS = "00"
004102         SET AT600-HISTORY-ON-FILE TO TRUE
004112     ELSE
004122         IF AT600-HISTORY-FILE-STATUS NOT = "05"
004132             DISPLAY "TKTHIST OPEN FAILED, STATUS = "
004142                 AT600-HISTORY-FILE-STATUS
004152             STOP RUN
004162         END-IF
004172     END-IF.
004182     MOVE LOW-VALUES TO ALR-TICKET-NUMBER.
004192     START TICKET-LIABILITY-FILE KEY IS NOT LESS THAN
004202             ALR-TICKET-NUMBER
004212         INVALID KEY
004222             SET AT600-END-OF-ATL-FILE TO TRUE
004232     END-START.
004242     PERFORM 8410-SETTLE-ONE-FARE THRU 8410-EXIT
004252         UNTIL AT600-END-OF-ATL-FILE.
004262     CLOSE TICKET-MASTER-FILE.
004272     CLOSE TICKET-HISTORY-FILE.
004282 8400-EXIT.
004292     EXIT.
004302*
004312 8410-SETTLE-ONE-FARE.
004322     READ TICKET-LIABILITY-FILE NEXT RECORD
004332         AT END
004342             SET AT600-END-OF-ATL-FILE TO TRUE
004352     END-READ.
004362     IF AT600-END-OF-ATL-FILE
004372         GO TO 8410-EXIT
004382     END-IF.
004392     IF ALR-UNSETTLED
004402         PERFORM 8420-FIND-BOARDING THRU 8420-EXIT
004412         EVALUATE TRUE
004422             WHEN AT600-TICKET-BOARDED
004432                 MOVE "F" TO ALR-STATUS
004442                 MOVE AT600-POSTING-DATE TO ALR-SETTLED-DATE
004452                 REWRITE TICKET-LIABILITY-RECORD
004462                 ADD 1 TO AT600-FLOWN-COUNT
004472             WHEN AT600-TICKET-GONE AND ALR-OPEN
004482                 MOVE "N" TO ALR-STATUS
004492                 MOVE AT600-POSTING-DATE TO ALR-NOSHOW-DATE
004502                 REWRITE TICKET-LIABILITY-RECORD
004512                 DISPLAY "TICKET " ALR-TICKET-NUMBER
004522                     " NO LONGER ON FILE, FARE HELD AS UNUSED"
004532             WHEN OTHER
004542                 CONTINUE
004552         END-EVALUATE
004562     END-IF.
004572     IF ALR-NOSHOW
004582         PERFORM 8430-APPLY-BREAKAGE-RULE THRU 8430-EXIT
004592     END-IF.
004602     IF ALR-OPEN AND ALR-FLIGHT-DATE < AT600-POSTING-DATE
004612         ADD 1 TO AT600-PAST-UNFLOWN-COUNT
004622     END-IF.
004632     PERFORM 8440-ROLL-ONE-FARE THRU 8440-EXIT.
004642 8410-EXIT.
004652     EXIT.
004662*
004672* ---------------------------------------------------------------
004682* 8420-FIND-BOARDING LOOKS THE FARE'S TICKET UP ON THE TICKET
004692* MASTER, THEN ON THE TICKET HISTORY, FOR ITS BOARDING STATUS.
004702* ---------------------------------------------------------------
004712 8420-FIND-BOARDING.
004722     SET AT600-TICKET-NOT-BOARDED TO TRUE.
004732     MOVE ALR-TICKET-NUMBER TO TMR-TICKET-NUMBER.
004742     READ TICKET-MASTER-FILE
004752         INVALID KEY
004762             SET AT600-TICKET-GONE TO TRUE
004772         NOT INVALID KEY
004782             IF TMR-PASSENGER-BOARDED
004792                 SET AT600-TICKET-BOARDED TO TRUE
004802             END-IF
004812     END-READ.
004822     IF NOT AT600-TICKET-GONE OR NOT AT600-HISTORY-ON-FILE
004832         GO TO 8420-EXIT
004842     END-IF.
004852     MOVE ALR-TICKET-NUMBER TO THR-TICKET-NUMBER.
004862     READ TICKET-HISTORY-FILE
004872         INVALID KEY
004882             CONTINUE
004892         NOT INVALID KEY
004902             IF THR-BOARDING-STATUS = "B"
004912                 SET AT600-TICKET-BOARDED TO TRUE
004922             ELSE
004932                 SET AT600-TICKET-NOT-BOARDED TO TRUE
004942             END-IF
004952     END-READ.
004962 8420-EXIT.
004972     EXIT.
004982*
004992* ---------------------------------------------------------------
005002* 8430-APPLY-BREAKAGE-RULE TAKES A NO-SHOW FARE TO BREAKAGE ONCE
005012* THE DAYS SINCE IT WAS MARKED UNUSED REACH THE BREAKAGE DAYS ON
005022* FAREBRK FOR ITS FARE BASIS (THE DEFAULT WAIT WHEN THE BASIS
005032* HAS NO RULE).
005042* ---------------------------------------------------------------
005052 8430-APPLY-BREAKAGE-RULE.
005062     MOVE AT600-DEFAULT-BREAKAGE-DAYS TO AT600-BREAKAGE-DAYS.
005072     IF AT600-RULE-COUNT > ZERO
005082         SET AT600-RULE-IX TO 1
005092         SEARCH AT600-RULE-ENTRY
005102             AT END
005112                 CONTINUE
005122             WHEN AT600-BR-FARE-BASIS(AT600-RULE-IX) =
005132                 ALR-FARE-BASIS
005142                 MOVE AT600-BR-BREAKAGE-DAYS(AT600-RULE-IX) TO
005152                     AT600-BREAKAGE-DAYS
005162         END-SEARCH
005172     END-IF.
005182     IF ALR-NOSHOW-DATE IS NOT NUMERIC OR ALR-NOSHOW-DATE = ZERO
005192         MOVE ALR-FLIGHT-DATE TO ALR-NOSHOW-DATE
005202     END-IF.
005212     COMPUTE AT600-NOSHOW-DATE-INT =
005222         FUNCTION INTEGER-OF-DATE(ALR-NOSHOW-DATE).
005232     IF AT600-POSTING-DATE-INT - AT600-NOSHOW-DATE-INT <
005242             AT600-BREAKAGE-DAYS
005252         GO TO 8430-EXIT
005262     END-IF.
005272     MOVE "B" TO ALR-STATUS.
005282     MOVE AT600-POSTING-DATE TO ALR-SETTLED-DATE.
005292     REWRITE TICKET-LIABILITY-RECORD.
005302     ADD 1 TO AT600-BREAKAGE-COUNT.
005312 8430-EXIT.
005322     EXIT.
005332*
005342* ---------------------------------------------------------------
005352* 8440-ROLL-ONE-FARE ROLLS ONE TKTATL RECORD INTO THE
005362* ROLLFORWARD. A FARE SOLD TONIGHT IS A SALE; ANY OTHER FARE
005372* STILL UNSETTLED OR SETTLED TONIGHT WAS PART OF THE OPENING
005382* LIABILITY. A FARE SETTLED TONIGHT COUNTS AS FLOWN, BREAKAGE,
005392* OR REFUNDED; ONE STILL UNSETTLED IS PART OF THE CLOSING.
005402* ---------------------------------------------------------------
005412 8440-ROLL-ONE-FARE.
005422     IF ALR-SALE-DATE = AT600-POSTING-DATE
005432         ADD ALR-FARE-AMOUNT TO AT600-ATL-FILE-SALES
005442     ELSE
005452         IF ALR-UNSETTLED OR
005462                 ALR-SETTLED-DATE = AT600-POSTING-DATE
005472             ADD ALR-FARE-AMOUNT TO AT600-ATL-OPENING
005482         END-IF
005492     END-IF.
005502     IF ALR-UNSETTLED
005512         ADD ALR-FARE-AMOUNT TO AT600-ATL-FILE-CLOSING
005522         GO TO 8440-EXIT
005532     END-IF.
005542     IF ALR-SETTLED-DATE NOT = AT600-POSTING-DATE
005552         GO TO 8440-EXIT
005562     END-IF.
005572     EVALUATE TRUE
005582         WHEN ALR-FLOWN
005592             ADD ALR-FARE-AMOUNT TO AT600-ATL-FLOWN
005602         WHEN ALR-BROKEN
005612             ADD ALR-FARE-AMOUNT TO AT600-ATL-BREAKAGE
005622         WHEN ALR-REFUNDED
005632             ADD ALR-FARE-AMOUNT TO AT600-ATL-FILE-REFUNDS
005642     END-EVALUATE.
005652 8440-EXIT.
005662     EXIT.
005672*
005682* ---------------------------------------------------------------
005692* 8450-CLEAR-CARD-SETTLEMENTS PASSES THE WHOLE CARD RECEIVABLE.
005702* AN ITEM AIRLINE-CARD-RECON HAS SETTLED (OR SETTLED AND SEEN
005712* CHARGED BACK) THAT HAS NOT YET BEEN CLEARED IS TAKEN OFF THE
005722* RECEIVABLE TONIGHT AND STAMPED WITH THE POSTING DATE; ITEMS
005732* STAMPED TONIGHT ARE COUNTED AGAIN, SO A RERUN CUTS THE SAME
005742* "AIRCSTL" RECORD. ITEMS STILL OPEN ARE TOTALED.
005752* ---------------------------------------------------------------
005762 8450-CLEAR-CARD-SETTLEMENTS.
005772     MOVE LOW-VALUES TO CRR-ITEM-KEY.
005782     START CARD-RECEIVABLE-FILE KEY IS NOT LESS THAN
005792             CRR-ITEM-KEY
005802         INVALID KEY
005812             SET AT600-END-OF-CARD-FILE TO TRUE
005822     END-START.
005832     PERFORM 8460-CLEAR-ONE-ITEM THRU 8460-EXIT
005842         UNTIL AT600-END-OF-CARD-FILE.
005852 8450-EXIT.
005862     EXIT.
005872*
005882 8460-CLEAR-ONE-ITEM.
005892     READ CARD-RECEIVABLE-FILE NEXT RECORD
005902         AT END
005912             SET AT600-END-OF-CARD-FILE TO TRUE
005922             GO TO 8460-EXIT
005932     END-READ.
005942     IF CRR-STATUS = "O"
005952         ADD 1 TO AT600-CARD-OPEN-COUNT
005962         IF CRR-ITEM-TYPE = "R"
005972             SUBTRACT CRR-AMOUNT FROM AT600-CARD-OPEN-TOTAL
005982         ELSE
005992             ADD CRR-AMOUNT TO AT600-CARD-OPEN-TOTAL
006002         END-IF
006012         GO TO 8460-EXIT
006022     END-IF.
006032     IF CRR-CLEARED-DATE NOT = ZERO AND
006042             CRR-CLEARED-DATE NOT = AT600-POSTING-DATE
006052         GO TO 8460-EXIT
006062     END-IF.
006072     ADD 1 TO AT600-CARD-SETTLED-COUNT.
006082     IF CRR-ITEM-TYPE = "R"
006092         SUBTRACT CRR-SETTLED-AMOUNT FROM AT600-CARD-SETTLED-TOTAL
006102     ELSE
006112         ADD CRR-SETTLED-AMOUNT TO AT600-CARD-SETTLED-TOTAL
006122     END-IF.
006132     IF CRR-CLEARED-DATE = ZERO
006142         MOVE AT600-POSTING-DATE TO CRR-CLEARED-DATE
006152         REWRITE CARD-RECEIVABLE-RECORD
006162             INVALID KEY
006172                 DISPLAY "CARD ITEM " CRR-TICKET-NUMBER " "
006182                     CRR-ITEM-TYPE " NOT CLEARED, STATUS = "
006192                     AT600-CARD-FILE-STATUS
006202         END-REWRITE
006212     END-IF.
006222 8460-EXIT.
006232     EXIT.
006242*
006252* ---------------------------------------------------------------
006262* 8480-PRINT-CARD-RECEIVABLE PRINTS TONIGHT'S CARD SALES AND CARD
006272* REFUNDS AT THE TICKET TOTAL AND THE NET THAT MOVES FROM CASH TO
006282* THE CARD RECEIVABLE, THE SETTLEMENTS CLEARED OFF IT, AND THE
006292* ITEMS STILL OPEN ON CARDRCV AWAITING THE ACQUIRER. VOUCHER
006302* SALES AND VOUCHER REFUNDS, WHICH STAY OFF THE RECEIVABLE, ARE
006312* SHOWN UNDER IT.
006322* ---------------------------------------------------------------
006332 8480-PRINT-CARD-RECEIVABLE.
006342     COMPUTE AT600-NET-CARD-TOTAL =
006352         AT600-CARD-SALE-TOTAL - AT600-CARD-REFUND-TOTAL.
006362     DISPLAY " ".
006372     DISPLAY "=====================================".
006382     DISPLAY "CARD RECEIVABLE                      ".
006392     DISPLAY "=====================================".
006402     DISPLAY "CARD SALES TODAY:      " AT600-CARD-SALE-COUNT.
006412     MOVE AT600-CARD-SALE-TOTAL TO AT600-EDIT-AMOUNT.
006422     DISPLAY "CARD SALES AMOUNT:     " AT600-EDIT-AMOUNT.
006432     DISPLAY "CARD REFUNDS TODAY:    " AT600-CARD-REFUND-COUNT.
006442     MOVE AT600-CARD-REFUND-TOTAL TO AT600-EDIT-AMOUNT.
006452     DISPLAY "CARD REFUNDS AMOUNT:   " AT600-EDIT-AMOUNT.
006462     MOVE AT600-NET-CARD-TOTAL TO AT600-EDIT-SIGNED-AMOUNT.
006472     DISPLAY "NET TO CARD RECEIVABLE:" AT600-EDIT-SIGNED-AMOUNT.
006482     DISPLAY "CARDRCV ITEMS OPENED:  " AT600-CARD-ITEM-COUNT.
006492     DISPLAY "SETTLEMENTS CLEARED:   " AT600-CARD-SETTLED-COUNT.
006502     MOVE AT600-CARD-SETTLED-TOTAL TO AT600-EDIT-SIGNED-AMOUNT.
006512     DISPLAY "NET OFF RECEIVABLE:    " AT600-EDIT-SIGNED-AMOUNT.
006522     DISPLAY "ITEMS STILL OPEN:      " AT600-CARD-OPEN-COUNT.
006532     MOVE AT600-CARD-OPEN-TOTAL TO AT600-EDIT-SIGNED-AMOUNT.
006542     DISPLAY "OPEN ON CARDRCV:       " AT600-EDIT-SIGNED-AMOUNT.
006552     IF AT600-CARD-DUPLICATE-COUNT > ZERO
006562         DISPLAY "ITEMS NOT OPENED:      "
006572             AT600-CARD-DUPLICATE-COUNT
006582     END-IF.
006592     DISPLAY "VOUCHER SALES TODAY:   " AT600-VOUCHER-SALE-COUNT.
006602     MOVE AT600-VOUCHER-SALE-TOTAL TO AT600-EDIT-AMOUNT.
006612     DISPLAY "VOUCHER SALES AMOUNT:  " AT600-EDIT-AMOUNT.
006622     DISPLAY "VOUCHER REFUNDS TODAY: " AT600-VOUCHER-REFUND-COUNT.
006632     MOVE AT600-VOUCHER-REFUND-TOTAL TO AT600-EDIT-AMOUNT.
006642     DISPLAY "VOUCHER REFUNDS AMOUNT:" AT600-EDIT-AMOUNT.
006652 8480-EXIT.
006662     EXIT.
006672*
006682* ---------------------------------------------------------------
006692* 8500-WRITE-GL-EXTRACT CUTS THE GL FEED: ONE RECORD FOR THE
006702* DAY'S BASE FARES SOLD AND ONE FOR THE TAXES COLLECTED, IN
006712* THE SAME ACCOUNT-ID/AMOUNT/POSTING-DATE LAYOUT THE SAVINGS
006722* BATCH WRITES TO SAVGL, FOR PICKUP BY THE SAME GL INTERFACE.
006732* WHEN ANY REFUNDS WERE TAKEN, TWO REVERSAL RECORDS FOLLOW
006742* CARRYING THE REFUNDED FARES AND TAXES AS NEGATIVE AMOUNTS,
006752* SO THE LEDGER IS BACKED OUT THROUGH THE FEED ITSELF. THE
006762* NIGHT'S FLOWN FARES ("AIRFLOWN") AND BREAKAGE ("AIRBRKG"), NET
006772* OF ANY REFUNDED FARES REOPENED OUT OF THEM, FOLLOW WHEN NOT
006782* ZERO; THE GL POSTING RUN MOVES THEM OUT OF THE LIABILITY.
006792* THE NET OF TONIGHT'S CARD SALES AND CARD REFUNDS ("AIRCARD")
006802* FOLLOWS WHEN NOT ZERO; THE GL POSTING RUN MOVES IT FROM CASH
006812* TO THE CARD RECEIVABLE UNTIL THE ACQUIRER SETTLES.
006822* THE NET OF THE SETTLEMENTS CLEARED TONIGHT ("AIRCSTL") MOVES
006832* BACK FROM THE CARD RECEIVABLE TO CASH.
006842* THE NET OF TONIGHT'S VOUCHER SALES AND REFUNDS ISSUED AS
006852* VOUCHERS ("AIRVCHR") FOLLOWS WHEN NOT ZERO; THE GL POSTING
006862* RUN MOVES IT BETWEEN CASH AND THE VOUCHER LIABILITY.
006872* ---------------------------------------------------------------
006882 8500-WRITE-GL-EXTRACT.
006892     MOVE AT600-GL-FARE-ACCOUNT TO AGL-ACCOUNT-ID.
006902     MOVE AT600-DAY-FARE-TOTAL TO AGL-AMOUNT.
006912     MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE.
006922     WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE.
006932     MOVE AT600-GL-TAX-ACCOUNT TO AGL-ACCOUNT-ID.
006942     MOVE AT600-DAY-TAX-TOTAL TO AGL-AMOUNT.
006952     MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE.
006962     WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE.
006972     MOVE 2 TO AT600-GL-RECORD-COUNT.
006982     IF AT600-REFUND-COUNT > ZERO
006992         MOVE AT600-GL-FARE-ACCOUNT TO AGL-ACCOUNT-ID
007002         COMPUTE AGL-AMOUNT = ZERO - AT600-REFUND-FARE-TOTAL
007012         MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE
007022         WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE
007032         MOVE AT600-GL-TAX-ACCOUNT TO AGL-ACCOUNT-ID
007042         COMPUTE AGL-AMOUNT = ZERO - AT600-REFUND-TAX-TOTAL
007052         MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE
007062         WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE
007072         ADD 2 TO AT600-GL-RECORD-COUNT
007082     END-IF.
007092     COMPUTE AT600-GL-FLOWN-AMOUNT =
007102         AT600-ATL-FLOWN - AT600-REOPEN-FLOWN.
007112     IF AT600-GL-FLOWN-AMOUNT NOT = ZERO
007122         MOVE AT600-GL-FLOWN-ACCOUNT TO AGL-ACCOUNT-ID
007132         MOVE AT600-GL-FLOWN-AMOUNT TO AGL-AMOUNT
007142         MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE
007152         WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE
007162         ADD 1 TO AT600-GL-RECORD-COUNT
007172     END-IF.
007182     COMPUTE AT600-GL-BREAKAGE-AMOUNT =
007192         AT600-ATL-BREAKAGE - AT600-REOPEN-BREAKAGE.
007202     IF AT600-GL-BREAKAGE-AMOUNT NOT = ZERO
007212         MOVE AT600-GL-BREAKAGE-ACCOUNT TO AGL-ACCOUNT-ID
007222         MOVE AT600-GL-BREAKAGE-AMOUNT TO AGL-AMOUNT
007232         MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE
007242         WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE
007252         ADD 1 TO AT600-GL-RECORD-COUNT
007262     END-IF.
007272     IF AT600-NET-CARD-TOTAL NOT = ZERO
007282         MOVE AT600-GL-CARD-ACCOUNT TO AGL-ACCOUNT-ID
007292         MOVE AT600-NET-CARD-TOTAL TO AGL-AMOUNT
007302         MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE
007312         WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE
007322         ADD 1 TO AT600-GL-RECORD-COUNT
007332     END-IF.
007342     IF AT600-CARD-SETTLED-TOTAL NOT = ZERO
007352         MOVE AT600-GL-CARD-STL-ACCOUNT TO AGL-ACCOUNT-ID
007362         MOVE AT600-CARD-SETTLED-TOTAL TO AGL-AMOUNT
007372         MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE
007382         WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE
007392         ADD 1 TO AT600-GL-RECORD-COUNT
007402     END-IF.
007412     COMPUTE AT600-NET-VOUCHER-TOTAL =
007422         AT600-VOUCHER-SALE-TOTAL - AT600-VOUCHER-REFUND-TOTAL.
007432     IF AT600-NET-VOUCHER-TOTAL NOT = ZERO
007442         MOVE AT600-GL-VOUCHER-ACCOUNT TO AGL-ACCOUNT-ID
007452         MOVE AT600-NET-VOUCHER-TOTAL TO AGL-AMOUNT
007462         MOVE AT600-POSTING-DATE TO AGL-POSTING-DATE
007472         WRITE AIRLINE-GL-RECORD FROM AT600-GL-EXTRACT-LINE
007482         ADD 1 TO AT600-GL-RECORD-COUNT
007492     END-IF.
007502 8500-EXIT.
007512     EXIT.
007522*
007532* ---------------------------------------------------------------
007542* 8550-PRINT-ROLLFORWARD PRINTS THE DAILY AIR TRAFFIC LIABILITY
007552* ROLLFORWARD:
007562*     OPENING + SALES + REOPENED - REFUNDS - FLOWN - BREAKAGE
007572*     = CLOSING
007582* AND PROVES THE CLOSING AGAINST THE UNSETTLED FARES ON TKTATL.
007592* THE OPENING IS THEN TIED TO GL 23000 ON GLACCT, WHICH STILL
007602* STANDS AT LAST NIGHT'S POSTED BALANCE WHEN THIS RUN GOES.
007612* EITHER FAILURE SETS RETURN CODE 8.
007622* ---------------------------------------------------------------
007632 8550-PRINT-ROLLFORWARD.
007642     ADD AT600-REOPEN-FLOWN AT600-REOPEN-BREAKAGE
007652         GIVING AT600-ATL-REOPENED.
007662     COMPUTE AT600-ATL-ROLL-CLOSING =
007672         AT600-ATL-OPENING + AT600-DAY-FARE-TOTAL
007682         + AT600-ATL-REOPENED - AT600-REFUND-FARE-TOTAL
007692         - AT600-ATL-FLOWN - AT600-ATL-BREAKAGE.
007702     COMPUTE AT600-ATL-PROOF-DIFFERENCE =
007712         AT600-ATL-FILE-CLOSING - AT600-ATL-ROLL-CLOSING.
007722     IF AT600-ATL-PROOF-DIFFERENCE NOT = ZERO
007732         SET AT600-ATL-OUT-OF-BALANCE TO TRUE
007742     END-IF.
007752     PERFORM 8560-FIND-GL-LIABILITY THRU 8560-EXIT.
007762     COMPUTE AT600-GL-ATL-DIFFERENCE =
007772         AT600-ATL-OPENING - AT600-GL-ATL-BALANCE.
007782     IF AT600-GL-ATL-DIFFERENCE NOT = ZERO OR
007792             NOT AT600-ATL-GL-FOUND
007802         SET AT600-ATL-OUT-OF-BALANCE TO TRUE
007812     END-IF.
007822     COMPUTE AT600-GL-ATL-AFTER-FEED =
007832         AT600-GL-ATL-BALANCE + AT600-ATL-ROLL-CLOSING
007842         - AT600-ATL-OPENING.
007852     DISPLAY " ".
007862     DISPLAY "=====================================".
007872     DISPLAY "AIR TRAFFIC LIABILITY ROLLFORWARD    ".
007882     DISPLAY "=====================================".
007892     MOVE AT600-ATL-OPENING TO AT600-EDIT-SIGNED-AMOUNT.
007902     DISPLAY "OPENING LIABILITY:     " AT600-EDIT-SIGNED-AMOUNT.
007912     MOVE AT600-DAY-FARE-TOTAL TO AT600-EDIT-SIGNED-AMOUNT.
007922     DISPLAY "  PLUS SALES:          " AT600-EDIT-SIGNED-AMOUNT.
007932     IF AT600-ATL-REOPENED NOT = ZERO
007942         MOVE AT600-ATL-REOPENED TO AT600-EDIT-SIGNED-AMOUNT
007952         DISPLAY "  PLUS REOPENED:       "
007962             AT600-EDIT-SIGNED-AMOUNT
007972     END-IF.
007982     MOVE AT600-REFUND-FARE-TOTAL TO AT600-EDIT-SIGNED-AMOUNT.
007992     DISPLAY "  LESS REFUNDS:        " AT600-EDIT-SIGNED-AMOUNT.
008002     MOVE AT600-ATL-FLOWN TO AT600-EDIT-SIGNED-AMOUNT.
008012     DISPLAY "  LESS FLOWN:          " AT600-EDIT-SIGNED-AMOUNT.
008022     MOVE AT600-ATL-BREAKAGE TO AT600-EDIT-SIGNED-AMOUNT.
008032     DISPLAY "  LESS BREAKAGE:       " AT600-EDIT-SIGNED-AMOUNT.
008042     MOVE AT600-ATL-ROLL-CLOSING TO AT600-EDIT-SIGNED-AMOUNT.
008052     DISPLAY "CLOSING LIABILITY:     " AT600-EDIT-SIGNED-AMOUNT.
008062     MOVE AT600-ATL-FILE-CLOSING TO AT600-EDIT-SIGNED-AMOUNT.
008072     DISPLAY "UNSETTLED ON TKTATL:   " AT600-EDIT-SIGNED-AMOUNT.
008082     MOVE AT600-ATL-PROOF-DIFFERENCE TO AT600-EDIT-SIGNED-AMOUNT.
008092     DISPLAY "PROOF DIFFERENCE:      " AT600-EDIT-SIGNED-AMOUNT.
008102     DISPLAY " ".
008112     MOVE AT600-GL-ATL-BALANCE TO AT600-EDIT-SIGNED-AMOUNT.
008122     DISPLAY "GL " AT600-ATL-GL-ACCOUNT " BEFORE TONIGHT: "
008132         AT600-EDIT-SIGNED-AMOUNT.
008142     MOVE AT600-GL-ATL-DIFFERENCE TO AT600-EDIT-SIGNED-AMOUNT.
008152     DISPLAY "OPENING LESS GL:       " AT600-EDIT-SIGNED-AMOUNT.
008162     MOVE AT600-GL-ATL-AFTER-FEED TO AT600-EDIT-SIGNED-AMOUNT.
008172     DISPLAY "GL " AT600-ATL-GL-ACCOUNT " AFTER AIRGL:    "
008182         AT600-EDIT-SIGNED-AMOUNT.
008192     DISPLAY " ".
008202     DISPLAY "FARES DEFERRED TONIGHT:" AT600-DEFERRED-COUNT.
008212     MOVE AT600-ATL-FILE-SALES TO AT600-EDIT-SIGNED-AMOUNT.
008222     DISPLAY "SALES ON TKTATL:       " AT600-EDIT-SIGNED-AMOUNT.
008232     DISPLAY "FARES FLOWN TONIGHT:   " AT600-FLOWN-COUNT.
008242     DISPLAY "FARES BROKEN TONIGHT:  " AT600-BREAKAGE-COUNT.
008252     DISPLAY "OPEN PAST FLIGHT DATE: " AT600-PAST-UNFLOWN-COUNT.
008262     IF AT600-DUPLICATE-SALE-COUNT > ZERO
008272         DISPLAY "SALES NOT DEFERRED:    "
008282             AT600-DUPLICATE-SALE-COUNT
008292     END-IF.
008302     IF NOT AT600-ATL-GL-FOUND
008312         DISPLAY "GL ACCOUNT " AT600-ATL-GL-ACCOUNT
008322             " NOT ON GLACCT"
008332     END-IF.
008342     IF AT600-ATL-IN-BALANCE
008352         DISPLAY "LIABILITY PROVES AND TIES TO THE GL"
008362     ELSE
008372         DISPLAY "LIABILITY DOES NOT PROVE OR TIE - "
008382             "RETURN CODE 8 SET"
008392         MOVE 8 TO RETURN-CODE
008402     END-IF.
008412 8550-EXIT.
008422     EXIT.
008432*
008442* ---------------------------------------------------------------
008452* 8560-FIND-GL-LIABILITY READS THE GL ACCOUNT MASTER FOR THE AIR
008462* TRAFFIC LIABILITY ACCOUNT'S BALANCE.
008472* ---------------------------------------------------------------
008482 8560-FIND-GL-LIABILITY.
008492     OPEN INPUT GL-ACCOUNT-FILE.
008502     IF AT600-ACCT-FILE-STATUS NOT = "00"
008512         DISPLAY "GLACCT OPEN FAILED, STATUS = "
008522             AT600-ACCT-FILE-STATUS
008532         STOP RUN
008542     END-IF.
008552     PERFORM 8570-READ-GL-ACCOUNT THRU 8570-EXIT
008562         UNTIL AT600-END-OF-ACCT-FILE.
008572     CLOSE GL-ACCOUNT-FILE.
008582 8560-EXIT.
008592     EXIT.
008602*
008612 8570-READ-GL-ACCOUNT.
008622     READ GL-ACCOUNT-FILE
008632         AT END
008642             SET AT600-END-OF-ACCT-FILE TO TRUE
008652     END-READ.
008662     IF NOT AT600-END-OF-ACCT-FILE
008672         IF GAR-ACCOUNT-NUMBER = AT600-ATL-GL-ACCOUNT
008682             SET AT600-ATL-GL-FOUND TO TRUE
008692             MOVE GAR-BALANCE TO AT600-GL-ATL-BALANCE
008702             SET AT600-END-OF-ACCT-FILE TO TRUE
008712         END-IF
008722     END-IF.
008732 8570-EXIT.
008742     EXIT.
008752*
008762* ---------------------------------------------------------------
008772* 8600-CONSUME-REFUNDS RECUTS TKTRFND EMPTY NOW THAT TONIGHT'S
008782* REVERSALS ARE ON AIRGL. THE RESERVATION PROGRAM ONLY EVER
008792* APPENDS TO THE FILE, SO LEAVING IT STANDING WOULD NET AND
008802* REVERSE THE SAME REFUNDS AGAIN ON EVERY LATER RUN. A RUN
008812* WHOSE LIABILITY DID NOT PROVE LEAVES THE FILE STANDING: ITS
008822* AIRGL WILL NOT BE POSTED, AND THE RERUN MUST REVERSE THE SAME
008832* REFUNDS.
008842* ---------------------------------------------------------------
008852 8600-CONSUME-REFUNDS.
008862     IF AT600-ATL-OUT-OF-BALANCE
008872         DISPLAY "TKTRFND LEFT STANDING FOR THE RERUN"
008882         GO TO 8600-EXIT
008892     END-IF.
008902     OPEN OUTPUT TICKET-REFUND-FILE.
008912     IF AT600-REFUND-FILE-STATUS NOT = "00" AND
008922             AT600-REFUND-FILE-STATUS NOT = "05"
008932         DISPLAY "TKTRFND RECUT FAILED, STATUS = "
008942             AT600-REFUND-FILE-STATUS
008952         MOVE 8 TO RETURN-CODE
008962         GO TO 8600-EXIT
008972     END-IF.
008982     CLOSE TICKET-REFUND-FILE.
008992 8600-EXIT.
009002     EXIT.
009012*
009022 9000-WRAPUP.
009032     CLOSE AIRLINE-GL-FILE.
009042     CLOSE TICKET-LIABILITY-FILE.
009052     CLOSE CARD-RECEIVABLE-FILE.
009062     DISPLAY " ".
009072     DISPLAY "AIRGL EXTRACT WRITTEN, " AT600-GL-RECORD-COUNT
009082         " RECORDS.".
009092 9000-EXIT.
009102     EXIT.
009112*
009122 END PROGRAM AIRLINE-REVENUE.
