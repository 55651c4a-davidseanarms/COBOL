000150* PROGRAM HONORS THAT HOLD BY REFUSING THE SAVGL FEED UNLESS
000160* SAVHOLD CARRIES A "R" (RELEASED) STATUS. A REFUSED FEED OR A
000170* LEDGER THAT DOES NOT PROVE SETS RETURN CODE 8 AND POSTS
000175* NOTHING, SO A BAD DAY CAN BE CORRECTED AND RERUN. A FEED
000180* DATED IN A PERIOD GL_PERIOD_CLOSE HAS CLOSED (GLPERIOD) IS
000185* REFUSED THE SAME WAY.
000190* ---------------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. GL_DAILY_POST.
000330*                    "R" LEFT BY AN EARLIER NIGHT CANNOT
000331*                    RELEASE A PARTIAL FEED FROM A BATCH THAT
000332*                    DIED BEFORE ITS BALANCING SECTION.
000333*   10/15/2026 MO    SAVGL NOW CARRIES THE SAVINGS BATCH'S
000334*                    POSTED DEPOSITS ("DEP", CASH AGAINST
000335*                    CUSTOMER DEPOSITS) AND WITHDRAWALS ("WDL",
000336*                    CUSTOMER DEPOSITS AGAINST CASH), SO 21000
000337*                    MOVES WITH THE ACCOUNT BALANCES. AN ENTRY
000338*                    TYPE THIS PROGRAM DOES NOT KNOW IS NOW A
000339*                    FEED ERROR INSTEAD OF DEFAULTING TO THE
000340*                    INTEREST POSTING. GL_SAVINGS_RECON TIES
000341*                    SAVACCT TO 21000 AHEAD OF THIS RUN.
000342*   10/15/2026 MO    AIRGL "AIRFARE" NOW CREDITS AIR TRAFFIC
000343*                    LIABILITY (23000) INSTEAD OF FARE REVENUE.
000344*                    NEW AIRGL "AIRFLOWN" MOVES FLOWN FARES FROM
000345*                    23000 TO FARE REVENUE (41000) AND "AIRBRKG"
000346*                    MOVES BREAKAGE FROM 23000 TO BREAKAGE
000347*                    REVENUE (42000).
000348*   10/15/2026 MO    THE RUN NOW READS THE LAST CLOSED PERIOD
000349*                    FROM GLPERIOD (KEPT BY GL_PERIOD_CLOSE) AND
000350*                    REFUSES THE DAY'S FEED WHEN THE POSTING
000351*                    DATE, OR ANY FEED RECORD'S DATE, FALLS IN A
000352*                    CLOSED PERIOD.
000353*   10/15/2026 MO    NEW SAVGL "CLS", THE OFFICIAL CHECK PAYING
000354*                    OUT A CLOSED SAVINGS ACCOUNT, DEBITS
000355*                    CUSTOMER DEPOSITS (21000) AND CREDITS
000356*                    OFFICIAL CHECKS OUTSTANDING (24000).
000357*   10/15/2026 MO    NEW SAVGL "PEN", THE EARLY-WITHDRAWAL
000358*                    PENALTY ON A TERM CERTIFICATE, DEBITS
000359*                    CUSTOMER DEPOSITS (21000) AND CREDITS CD
000360*                    PENALTY INCOME (45000), WHICH MUST BE ADDED
000361*                    TO GLACCT.
000362*   10/15/2026 MO    NEW AIRGL "AIRCARD", THE NIGHT'S CARD SALES
000363*                    LESS CARD REFUNDS, DEBITS CARD RECEIVABLE
000364*                    (11500) AND CREDITS CASH; NEW AIRGL
000365*                    "AIRCSTL", THE CARD SETTLEMENTS
000366*                    AIRLINE-CARD-RECON HAS MATCHED, DEBITS CASH
000367*                    AND CREDITS 11500, WHICH MUST BE ADDED TO
000368*                    GLACCT.
000369*   10/15/2026 MO    NEW AIRGL "AIRVCHR", THE NIGHT'S VOUCHER
000370*                    SALES LESS REFUNDS GIVEN AS VOUCHERS, DEBITS
000371*                    THE VOUCHER LIABILITY (25000) AND CREDITS
000372*                    CASH. 25000 MUST BE ADDED TO GLACCT.
000373* ---------------------------------------------------------------
000374 ENVIRONMENT DIVISION.
000375 CONFIGURATION SECTION.
000376 SOURCE-COMPUTER. IBM-370.
000377 OBJECT-COMPUTER. IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000560     SELECT GL-REPORT-FILE ASSIGN TO "GLTRIAL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS GL100-RPT-FILE-STATUS.
000582     SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS GL100-PERIOD-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
001030 FD  GL-REPORT-FILE.
001040 01  GL-REPORT-RECORD            PIC X(80).
001050*
001051 FD  GL-PERIOD-FILE.
001052 01  GL-PERIOD-RECORD.
001053     05  GPR-CLOSED-PERIOD       PIC 9(06).
001054     05  GPR-CLOSE-RUN-DATE      PIC 9(08).
001055*
001060 WORKING-STORAGE SECTION.
001070*
001080 77  GL100-SAVGL-FILE-STATUS     PIC X(02) VALUE "00".
001110 77  GL100-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001120 77  GL100-JRNL-FILE-STATUS      PIC X(02) VALUE "00".
001130 77  GL100-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001135 77  GL100-PERIOD-FILE-STATUS    PIC X(02) VALUE "00".
001140*
001150 77  GL100-ACCOUNT-LIMIT         PIC 9(03) COMP VALUE 100.
001160*
001170* GL ACCOUNTS THE FEED POSTING RULES RESOLVE TO. EVERY ONE OF
001180* THESE MUST BE ON THE GLACCT MASTER OR THE FEED IS REFUSED.
001190 77  GL100-CASH-ACCOUNT          PIC X(05) VALUE "11000".
001195 77  GL100-CARD-RCV-ACCOUNT      PIC X(05) VALUE "11500".
001200 77  GL100-DEPOSIT-ACCOUNT       PIC X(05) VALUE "21000".
001210 77  GL100-AIRTAX-ACCOUNT        PIC X(05) VALUE "22000".
001212 77  GL100-AIR-LIAB-ACCOUNT      PIC X(05) VALUE "23000".
001214 77  GL100-OFFICIAL-CHK-ACCOUNT  PIC X(05) VALUE "24000".
001216 77  GL100-VOUCHER-ACCOUNT       PIC X(05) VALUE "25000".
001220 77  GL100-FARE-REV-ACCOUNT      PIC X(05) VALUE "41000".
001222 77  GL100-BREAKAGE-ACCOUNT      PIC X(05) VALUE "42000".
001225 77  GL100-SVC-INC-ACCOUNT       PIC X(05) VALUE "44000".
001227 77  GL100-CD-PENALTY-ACCOUNT    PIC X(05) VALUE "45000".
001230 77  GL100-INT-EXP-ACCOUNT       PIC X(05) VALUE "51000".
001240*
001250 01  GL100-POSTING-DATE          PIC 9(08) VALUE ZERO.
001251*
001252* LAST PERIOD CLOSED (YYYYMM) AND THE LAST DATE IT COVERS. A
001253* DATE NOT AFTER THE CLOSED-THROUGH DATE IS IN A CLOSED PERIOD.
001254 01  GL100-CLOSED-PERIOD         PIC 9(06) VALUE ZERO.
001255 01  GL100-CLOSED-THROUGH-DATE   PIC 9(08) VALUE ZERO.
001256*
001257 01  GL100-PERIOD-SWITCH         PIC X(01) VALUE "O".
001258     88  GL100-PERIOD-OPEN                  VALUE "O".
001259     88  GL100-PERIOD-CLOSED                VALUE "C".
001260*
001270 01  GL100-PASS-SWITCH           PIC X(01) VALUE "E".
001280     88  GL100-EDIT-PASS                    VALUE "E".
002580* ---------------------------------------------------------------
002590* 1000-INITIALIZE STAMPS THE POSTING DATE, OPENS THE TRIAL
002600* BALANCE REPORT, LOADS THE GL ACCOUNT MASTER INTO THE ACCOUNT
002606* TABLE, READS THE SAVINGS BATCH'S SAVHOLD PICKUP STATUS, AND
002612* READS THE LAST CLOSED PERIOD.
002620* ---------------------------------------------------------------
002630 1000-INITIALIZE.
002640     ACCEPT GL100-POSTING-DATE FROM DATE YYYYMMDD.
002860         STOP RUN
002870     END-IF.
002880     PERFORM 1300-READ-HOLD-STATUS THRU 1300-EXIT.
002885     PERFORM 1400-READ-CLOSED-PERIOD THRU 1400-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910*
003480         DISPLAY "SAVGL FEED IS HELD - SAVINGS RUN NOT RELEASED"
003490     END-IF.
003500 1300-EXIT.
003501     EXIT.
003502*
003503* ---------------------------------------------------------------
003504* 1400-READ-CLOSED-PERIOD READS THE LAST PERIOD GL_PERIOD_CLOSE
003505* CLOSED. NO GLPERIOD FILE MEANS NO PERIOD IS CLOSED. A POSTING
003506* DATE IN A CLOSED PERIOD REFUSES THE WHOLE DAY'S FEED.
003507* ---------------------------------------------------------------
003508 1400-READ-CLOSED-PERIOD.
003509     OPEN INPUT GL-PERIOD-FILE.
003510     IF GL100-PERIOD-FILE-STATUS NOT = "00" AND
003511             GL100-PERIOD-FILE-STATUS NOT = "05"
003512         DISPLAY "GLPERIOD OPEN FAILED, STATUS = "
003513             GL100-PERIOD-FILE-STATUS
003514         STOP RUN
003515     END-IF.
003516     READ GL-PERIOD-FILE
003517         AT END
003518             MOVE ZERO TO GL100-CLOSED-PERIOD
003519         NOT AT END
003520             MOVE GPR-CLOSED-PERIOD TO GL100-CLOSED-PERIOD
003521     END-READ.
003522     CLOSE GL-PERIOD-FILE.
003523     IF GL100-CLOSED-PERIOD > ZERO
003524         COMPUTE GL100-CLOSED-THROUGH-DATE =
003525             GL100-CLOSED-PERIOD * 100 + 99
003526     END-IF.
003527     IF GL100-POSTING-DATE NOT > GL100-CLOSED-THROUGH-DATE
003528         SET GL100-PERIOD-CLOSED TO TRUE
003529         DISPLAY "POSTING DATE " GL100-POSTING-DATE
003530             " IS IN CLOSED PERIOD " GL100-CLOSED-PERIOD
003531     END-IF.
003532 1400-EXIT.
003533     EXIT.
003534*
003535* ---------------------------------------------------------------
003540* 2000-EDIT-FEEDS IS THE FIRST PASS OVER BOTH FEEDS. EVERY
003550* RECORD IS EDITED AND EXPANDED INTO ITS DEBIT/CREDIT PAIR AND
003560* THE PAIR TOTALS ACCUMULATED, BUT NOTHING IS POSTED. THE DAY'S
003567* FEED IS ONLY ACCEPTED WHEN NO RECORD IS IN ERROR, TOTAL
003574* DEBITS PROVE AGAINST TOTAL CREDITS, AND THE POSTING DATE IS
003581* IN AN OPEN PERIOD.
003590* ---------------------------------------------------------------
003600 2000-EDIT-FEEDS.
003610     SET GL100-EDIT-PASS TO TRUE.
003650         SET GL100-FEEDS-REFUSED TO TRUE
003660     END-IF.
003670     IF GL100-DEBIT-TOTAL NOT = GL100-CREDIT-TOTAL
003672         SET GL100-FEEDS-REFUSED TO TRUE
003674     END-IF.
003676     IF GL100-PERIOD-CLOSED
003680         SET GL100-FEEDS-REFUSED TO TRUE
003690     END-IF.
003700 2000-EXIT.
004031         EVALUATE TRUE
004032             WHEN SGL-AMOUNT IS NOT NUMERIC
004120                 MOVE "AMOUNT FIELD IS NOT NUMERIC" TO
004121                     GER-REASON-TEXT
004122                 PERFORM 4500-LOG-FEED-ERROR THRU 4500-EXIT
004123             WHEN SGL-POSTING-DATE NOT >
004124                     GL100-CLOSED-THROUGH-DATE
004125                 MOVE "POSTING DATE IN CLOSED PERIOD" TO
004130                     GER-REASON-TEXT
004140                 PERFORM 4500-LOG-FEED-ERROR THRU 4500-EXIT
004141             WHEN SGL-POSTING-DATE NOT = GL100-RELEASED-DATE
004450         MOVE "AIRGL" TO GL100-POST-SOURCE
004455         MOVE SPACES TO GL100-POST-ENTRY-TYPE
004460         MOVE AGL-ACCOUNT-ID TO GL100-POST-FEED-ACCOUNT
004466         EVALUATE TRUE
004472             WHEN AGL-AMOUNT IS NOT NUMERIC
004478                 MOVE "AMOUNT FIELD IS NOT NUMERIC" TO
004484                     GER-REASON-TEXT
004490                 PERFORM 4500-LOG-FEED-ERROR THRU 4500-EXIT
004496             WHEN AGL-POSTING-DATE NOT >
004502                     GL100-CLOSED-THROUGH-DATE
004508                 MOVE "POSTING DATE IN CLOSED PERIOD" TO
004514                     GER-REASON-TEXT
004520                 PERFORM 4500-LOG-FEED-ERROR THRU 4500-EXIT
004526             WHEN OTHER
004532                 MOVE AGL-AMOUNT TO GL100-POST-AMOUNT
004538                 IF GL100-EDIT-PASS
004544                     ADD 1 TO GL100-AIRGL-READ-COUNT
004550                     ADD AGL-AMOUNT TO GL100-AIRGL-AMOUNT-TOTAL
004556                 END-IF
004562                 PERFORM 4000-HANDLE-FEED-RECORD THRU 4000-EXIT
004568         END-EVALUATE
004590     END-IF.
004600 2750-EXIT.
004610     EXIT.
005050* FEEDS) IS THE SAVINGS BATCH'S INTEREST POSTING (INTEREST
005060* EXPENSE AGAINST CUSTOMER DEPOSITS); SAVGL "SVC" IS A DORMANT
005065* SERVICE CHARGE (CUSTOMER DEPOSITS AGAINST SERVICE CHARGE
005066* INCOME); SAVGL "DEP" AND "WDL" ARE POSTED DEPOSITS (CASH
005067* AGAINST CUSTOMER DEPOSITS) AND WITHDRAWALS (CUSTOMER DEPOSITS
005068* AGAINST CASH); SAVGL "CLS" IS A CLOSED ACCOUNT'S PAYOUT
005069* (CUSTOMER DEPOSITS AGAINST OFFICIAL CHECKS OUTSTANDING); SAVGL
005070* "PEN" IS A CERTIFICATE'S EARLY-WITHDRAWAL PENALTY (CUSTOMER
005071* DEPOSITS AGAINST CD PENALTY INCOME); AIRGL
005072* "AIRFARE" AND "AIRTAX" ARE THE DAY'S
005073* FARES SOLD AND TAXES (CASH AGAINST AIR TRAFFIC LIABILITY /
005074* TAXES PAYABLE); AIRGL "AIRFLOWN" AND "AIRBRKG" ARE THE DAY'S
005075* FLOWN FARES AND BREAKAGE (AIR TRAFFIC LIABILITY AGAINST FARE
005076* REVENUE / BREAKAGE REVENUE); AIRGL "AIRCARD" IS THE DAY'S NET
005077* CARD SALES (CARD RECEIVABLE AGAINST CASH) AND "AIRCSTL" THE
005078* NET CARD SETTLEMENTS CLEARED (CASH AGAINST CARD RECEIVABLE).
005079* AIRGL "AIRVCHR" IS THE DAY'S NET VOUCHER SALES LESS REFUNDS
005080* GIVEN AS VOUCHERS (VOUCHER LIABILITY AGAINST CASH).
005081* AN AIRGL ACCOUNT ID OR SAVGL ENTRY TYPE THIS PROGRAM DOES NOT
005082* KNOW IS A FEED ERROR.
005090* ---------------------------------------------------------------
005100 4100-DERIVE-POSTING.
005110     MOVE SPACES TO GL100-DR-ACCOUNT.
005136                 GL100-POST-ENTRY-TYPE = "SVC"
005137             MOVE GL100-DEPOSIT-ACCOUNT TO GL100-DR-ACCOUNT
005138             MOVE GL100-SVC-INC-ACCOUNT TO GL100-CR-ACCOUNT
005139         WHEN GL100-POST-SOURCE = "SAVGL" AND
005140                 GL100-POST-ENTRY-TYPE = "DEP"
005141             MOVE GL100-CASH-ACCOUNT TO GL100-DR-ACCOUNT
005142             MOVE GL100-DEPOSIT-ACCOUNT TO GL100-CR-ACCOUNT
005143         WHEN GL100-POST-SOURCE = "SAVGL" AND
005144                 GL100-POST-ENTRY-TYPE = "WDL"
005145             MOVE GL100-DEPOSIT-ACCOUNT TO GL100-DR-ACCOUNT
005146             MOVE GL100-CASH-ACCOUNT TO GL100-CR-ACCOUNT
005147         WHEN GL100-POST-SOURCE = "SAVGL" AND
005148                 GL100-POST-ENTRY-TYPE = "CLS"
005149             MOVE GL100-DEPOSIT-ACCOUNT TO GL100-DR-ACCOUNT
005150             MOVE GL100-OFFICIAL-CHK-ACCOUNT TO GL100-CR-ACCOUNT
005151         WHEN GL100-POST-SOURCE = "SAVGL" AND
005152                 GL100-POST-ENTRY-TYPE = "PEN"
005153             MOVE GL100-DEPOSIT-ACCOUNT TO GL100-DR-ACCOUNT
005154             MOVE GL100-CD-PENALTY-ACCOUNT TO GL100-CR-ACCOUNT
005155         WHEN GL100-POST-SOURCE = "SAVGL" AND
005156                 (GL100-POST-ENTRY-TYPE = "INT" OR
005157                 GL100-POST-ENTRY-TYPE = SPACES)
005158             MOVE GL100-INT-EXP-ACCOUNT TO GL100-DR-ACCOUNT
005160             MOVE GL100-DEPOSIT-ACCOUNT TO GL100-CR-ACCOUNT
005162         WHEN GL100-POST-SOURCE = "SAVGL"
005164             MOVE "SAVGL ENTRY TYPE NOT KNOWN" TO GER-REASON-TEXT
005166             PERFORM 4500-LOG-FEED-ERROR THRU 4500-EXIT
005170         WHEN GL100-POST-FEED-ACCOUNT = "AIRFARE"
005180             MOVE GL100-CASH-ACCOUNT TO GL100-DR-ACCOUNT
005182             MOVE GL100-AIR-LIAB-ACCOUNT TO GL100-CR-ACCOUNT
005184         WHEN GL100-POST-FEED-ACCOUNT = "AIRFLOWN"
005186             MOVE GL100-AIR-LIAB-ACCOUNT TO GL100-DR-ACCOUNT
005190             MOVE GL100-FARE-REV-ACCOUNT TO GL100-CR-ACCOUNT
005192         WHEN GL100-POST-FEED-ACCOUNT = "AIRBRKG"
005194             MOVE GL100-AIR-LIAB-ACCOUNT TO GL100-DR-ACCOUNT
005196             MOVE GL100-BREAKAGE-ACCOUNT TO GL100-CR-ACCOUNT
005200         WHEN GL100-POST-FEED-ACCOUNT = "AIRTAX"
005210             MOVE GL100-CASH-ACCOUNT TO GL100-DR-ACCOUNT
005220             MOVE GL100-AIRTAX-ACCOUNT TO GL100-CR-ACCOUNT
005221         WHEN GL100-POST-FEED-ACCOUNT = "AIRCARD"
005222             MOVE GL100-CARD-RCV-ACCOUNT TO GL100-DR-ACCOUNT
005223             MOVE GL100-CASH-ACCOUNT TO GL100-CR-ACCOUNT
005224         WHEN GL100-POST-FEED-ACCOUNT = "AIRCSTL"
005225             MOVE GL100-CASH-ACCOUNT TO GL100-DR-ACCOUNT
005226             MOVE GL100-CARD-RCV-ACCOUNT TO GL100-CR-ACCOUNT
005227         WHEN GL100-POST-FEED-ACCOUNT = "AIRVCHR"
005228             MOVE GL100-VOUCHER-ACCOUNT TO GL100-DR-ACCOUNT
005229             MOVE GL100-CASH-ACCOUNT TO GL100-CR-ACCOUNT
005230         WHEN OTHER
005240             MOVE "FEED ACCOUNT ID NOT RECOGNIZED" TO
005250                 GER-REASON-TEXT
006880             GL100-STATUS-LINE
006890         WRITE GL-REPORT-RECORD FROM GL100-STATUS-LINE
006900     END-IF.
006901     IF GL100-PERIOD-CLOSED
006902         MOVE "POSTING DATE IS IN A CLOSED PERIOD" TO
006903             GL100-STATUS-LINE
006904         WRITE GL-REPORT-RECORD FROM GL100-STATUS-LINE
006905     END-IF.
006910     IF GL100-FEEDS-ACCEPTED
006920         MOVE "FEED ACCEPTED AND POSTED" TO GL100-STATUS-LINE
006930     ELSE
