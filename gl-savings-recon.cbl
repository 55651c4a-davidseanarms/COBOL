000010* ---------------------------------------------------------------
000020* GL_SAVINGS_RECON IS THE DAILY SAVINGS SUBLEDGER RECONCILIATION.
000030* IT PROVES THE SAVINGS ACCOUNT MASTER (SAVACCT) CONTROL TOTAL
000040* AGAINST THE CUSTOMER DEPOSITS ACCOUNT (21000) ON THE GL ACCOUNT
000050* MASTER (GLACCT). IT RUNS AFTER THE SAVINGS BATCH AND THE
000060* GENERATION SWAP BUT AHEAD OF GL_DAILY_POST, SO SAVACCT ALREADY
000070* CARRIES THE NIGHT'S CLOSING BALANCES WHILE 21000 STILL STANDS
000080* AT THE PRIOR DAY'S POSTED BALANCE. THE DAY'S SAVGL FEED IS THE
000090* MOVEMENT BETWEEN THE TWO:
000100*
000110*     21000 BALANCE
000120*   + DEPOSITS ("DEP")          + INTEREST ("INT" OR BLANK)
000130*   - WITHDRAWALS ("WDL")       - SERVICE CHARGES ("SVC")
000140*   - CLOSING PAYOUTS ("CLS")   - CD PENALTIES ("PEN")
000150*   = EXPECTED SUBLEDGER TOTAL, WHICH MUST EQUAL THE SAVACCT
000160*     CONTROL TOTAL.
000170*
000180* THE REPORT (GLRECON) SHOWS EVERY COMPONENT AND THE DIFFERENCE.
000190* A NON-ZERO DIFFERENCE, OR A SAVACCT THAT DOES NOT PROVE TO ITS
000200* OWN TRAILER, REWRITES THE SAVHOLD PICKUP FILE TO "D" (HELD ON
000210* A RECONCILIATION DIFFERENCE) FOR THE SAME POSTING DATE AND SETS
000220* RETURN CODE 8, SO GL_DAILY_POST REFUSES THE SAVGL FEED UNTIL
000230* THE DIFFERENCE IS EXPLAINED. ONCE IT IS CORRECTED THIS PROGRAM
000240* IS RERUN; A RERUN THAT PROVES FINDS ITS OWN "D" AND PUTS THE
000250* RELEASE ("R") BACK FOR THE SAME DATE. THIS PROGRAM NEVER
000260* RELEASES A FEED THE SAVINGS BATCH HELD ("H"), NOR ONE WITH NO
000270* SAVHOLD ON FILE: IT ONLY WRITES "D" OVER A RELEASE OR ITS OWN
000280* EARLIER "D", AND ONLY RELEASES ITS OWN "D".
000290* ---------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. GL_SAVINGS_RECON.
000320 AUTHOR. M. OKAFOR.
000330 INSTALLATION. GENERAL ACCOUNTING SYSTEMS.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360*
000370* ---------------------------------------------------------------
000380* MODIFICATION HISTORY
000390*   DATE       BY    DESCRIPTION
000400*   10/15/2026 MO    ORIGINAL SAVACCT TO GL 21000 RECONCILIATION,
000410*                    WRITTEN WHEN THE SAVINGS BATCH STARTED
000420*                    FEEDING ITS DEPOSITS AND WITHDRAWALS TO THE
000430*                    LEDGER.
000440*   10/15/2026 MO    CARRIED THE NEW YEAR-TO-DATE INTEREST FIELDS
000450*                    ON THE SAVACCT RECORD (SEE
000460*                    SAVINGS_ACCOUNT_CONVERT2). NO CHANGE TO THE
000470*                    RECONCILIATION.
000480*   10/15/2026 MO    SAVGL "CLS", THE OFFICIAL-CHECK PAYOUT OF A
000490*                    CLOSED SAVINGS ACCOUNT, IS NOW PART OF THE
000500*                    DAY'S MOVEMENT OUT OF 21000. CARRIED THE NEW
000510*                    ACCOUNT STATUS AND CLOSE DATE ON THE SAVACCT
000520*                    RECORD (SEE SAVINGS_ACCOUNT_CONVERT3); A
000530*                    CLOSED ACCOUNT STILL ON FILE STANDS AT ZERO.
000540*   10/15/2026 MO    SAVGL "PEN", THE EARLY-WITHDRAWAL PENALTY
000550*                    ON A TERM CERTIFICATE, IS NOW PART OF THE
000560*                    DAY'S MOVEMENT OUT OF 21000. CARRIED THE
000570*                    NEW CERTIFICATE FIELDS ON THE SAVACCT
000580*                    RECORD (SEE SAVINGS_ACCOUNT_CONVERT4). A
000590*                    MATURED CERTIFICATE PAID INTO ITS LINKED
000600*                    SAVINGS ACCOUNT STAYS INSIDE 21000 AND IS
000610*                    NOT ON THE FEED.
000620*   10/15/2026 MO    CARRIED THE NEW YEAR-TO-DATE AND PRIOR-YEAR
000630*                    EARLY-WITHDRAWAL PENALTY FIELDS ON THE
000640*                    SAVACCT RECORD (SEE
000650*                    SAVINGS_ACCOUNT_CONVERT4). NO CHANGE TO THE
000660*                    RECONCILIATION.
000670*   10/15/2026 MO    A DIFFERENCE NOW HOLDS SAVHOLD AS "D"
000680*                    RATHER THAN "H", AND A RERUN THAT PROVES
000690*                    RELEASES ITS OWN "D" BACK TO "R". BEFORE,
000700*                    NOTHING COULD LIFT A RECONCILIATION HOLD ONCE
000710*                    THE SAVINGS BATCH HAD COMPLETED AND BEEN
000720*                    SWAPPED, SO THE LEDGER POSTING STAYED
000730*                    REFUSED UNTIL SAVHOLD WAS HAND-EDITED.
000740*                    ONLY A RELEASE OR AN EARLIER "D" IS EVER
000750*                    REWRITTEN, SO A SAVINGS BATCH HOLD OR A
000760*                    MISSING SAVHOLD IS NEVER RELEASED HERE.
000770* ---------------------------------------------------------------
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER. IBM-370.
000810 OBJECT-COMPUTER. IBM-370.
000820*
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT SAVINGS-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS SEQUENTIAL
000880         RECORD KEY IS SAR-ACCOUNT-ID
000890         FILE STATUS IS GL200-ACCOUNT-FILE-STATUS.
000900     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS GL200-ACCT-FILE-STATUS.
000930     SELECT OPTIONAL SAVINGS-GL-FILE ASSIGN TO "SAVGL"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS GL200-SAVGL-FILE-STATUS.
000960     SELECT OPTIONAL SAVINGS-HOLD-FILE ASSIGN TO "SAVHOLD"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS GL200-HOLD-FILE-STATUS.
000990     SELECT RECON-REPORT-FILE ASSIGN TO "GLRECON"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS GL200-RPT-FILE-STATUS.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050*
001060 FD  SAVINGS-ACCOUNT-FILE.
001070 01  SAVINGS-ACCOUNT-RECORD.
001080     05  SAR-ACCOUNT-ID          PIC X(10).
001090     05  SAR-BALANCE             PIC S9(07)V99
001100         SIGN IS TRAILING SEPARATE.
001110     05  SAR-INTEREST-RATE       PIC S9(04)V9
001120         SIGN IS TRAILING SEPARATE.
001130     05  SAR-YEARS               PIC 9(02).
001140     05  SAR-COMPOUND-FREQ       PIC X(01).
001150     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
001160     05  SAR-DORMANT-FLAG        PIC X(01).
001170     05  SAR-PRODUCT-CODE        PIC X(02).
001180     05  SAR-CUSTOMER-NUMBER     PIC X(06).
001190     05  SAR-YTD-INTEREST        PIC S9(07)V99
001200         SIGN IS TRAILING SEPARATE.
001210     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
001220     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
001230         SIGN IS TRAILING SEPARATE.
001240     05  SAR-ACCOUNT-STATUS      PIC X(01).
001250     05  SAR-CLOSE-DATE          PIC 9(08).
001260     05  SAR-ACCOUNT-TYPE        PIC X(01).
001270     05  SAR-OPEN-DATE           PIC 9(08).
001280     05  SAR-TERM-MONTHS         PIC 9(03).
001290     05  SAR-MATURITY-DATE       PIC 9(08).
001300     05  SAR-MATURITY-OPTION     PIC X(01).
001310     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
001320     05  SAR-NOTICE-DATE         PIC 9(08).
001330     05  SAR-YTD-PENALTY         PIC S9(07)V99
001340         SIGN IS TRAILING SEPARATE.
001350     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
001360         SIGN IS TRAILING SEPARATE.
001370 01  SAVINGS-ACCOUNT-TRAILER.
001380     05  SAT-TRAILER-ID          PIC X(10).
001390     05  SAT-RECORD-COUNT        PIC 9(07).
001400     05  SAT-HASH-AMOUNT         PIC S9(10)V99
001410         SIGN IS TRAILING SEPARATE.
001420*
001430 FD  GL-ACCOUNT-FILE.
001440 01  GL-ACCOUNT-RECORD.
001450     05  GAR-ACCOUNT-NUMBER      PIC X(05).
001460     05  GAR-ACCOUNT-NAME        PIC X(30).
001470     05  GAR-NORMAL-SIDE         PIC X(01).
001480     05  GAR-BALANCE             PIC S9(11)V99
001490         SIGN IS TRAILING SEPARATE.
001500*
001510 FD  SAVINGS-GL-FILE.
001520 01  SAVINGS-GL-RECORD.
001530     05  SGL-ACCOUNT-ID          PIC X(10).
001540     05  SGL-AMOUNT              PIC S9(09)V99
001550         SIGN IS TRAILING SEPARATE.
001560     05  SGL-POSTING-DATE        PIC 9(08).
001570     05  SGL-ENTRY-TYPE          PIC X(03).
001580     05  FILLER                  PIC X(47).
001590*
001600 FD  SAVINGS-HOLD-FILE.
001610 01  SAVINGS-HOLD-RECORD.
001620     05  SHR-HOLD-STATUS         PIC X(01).
001630     05  SHR-POSTING-DATE        PIC 9(08).
001640*
001650 FD  RECON-REPORT-FILE.
001660 01  RECON-REPORT-RECORD         PIC X(80).
001670*
001680 WORKING-STORAGE SECTION.
001690*
001700 77  GL200-ACCOUNT-FILE-STATUS   PIC X(02) VALUE "00".
001710 77  GL200-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001720 77  GL200-SAVGL-FILE-STATUS     PIC X(02) VALUE "00".
001730 77  GL200-HOLD-FILE-STATUS      PIC X(02) VALUE "00".
001740 77  GL200-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001750*
001760 77  GL200-TRAILER-ID            PIC X(10) VALUE "9999999999".
001770 77  GL200-DEPOSIT-ACCOUNT       PIC X(05) VALUE "21000".
001780*
001790 01  GL200-RUN-DATE              PIC 9(08) VALUE ZERO.
001800*
001810 01  GL200-ACCOUNT-EOF-SWITCH    PIC X(01) VALUE "N".
001820     88  GL200-END-OF-SAVACCT               VALUE "Y".
001830*
001840 01  GL200-ACCT-EOF-SWITCH       PIC X(01) VALUE "N".
001850     88  GL200-END-OF-GLACCT                VALUE "Y".
001860*
001870 01  GL200-SAVGL-EOF-SWITCH      PIC X(01) VALUE "N".
001880     88  GL200-END-OF-SAVGL                 VALUE "Y".
001890*
001900 01  GL200-TRAILER-SWITCH        PIC X(01) VALUE "N".
001910     88  GL200-TRAILER-FOUND                VALUE "Y".
001920*
001930 01  GL200-TRAILER-PROOF-SWITCH  PIC X(01) VALUE "Y".
001940     88  GL200-TRAILER-PROVES               VALUE "Y".
001950     88  GL200-TRAILER-DOES-NOT-PROVE       VALUE "N".
001960*
001970 01  GL200-GL-FOUND-SWITCH       PIC X(01) VALUE "N".
001980     88  GL200-DEPOSIT-ACCOUNT-FOUND        VALUE "Y".
001990*
002000 01  GL200-HOLD-SWITCH           PIC X(01) VALUE "H".
002010     88  GL200-SAVGL-RELEASED               VALUE "R".
002020     88  GL200-SAVGL-HELD                   VALUE "H".
002030     88  GL200-SAVGL-RECON-HELD             VALUE "D".
002040     88  GL200-SAVHOLD-MISSING              VALUE "M".
002050*
002060 01  GL200-HOLD-DATE             PIC 9(08) VALUE ZERO.
002070*
002080 01  GL200-RECON-SWITCH          PIC X(01) VALUE "Y".
002090     88  GL200-IN-BALANCE                   VALUE "Y".
002100     88  GL200-OUT-OF-BALANCE               VALUE "N".
002110*
002120 01  GL200-ACCOUNTS-READ         PIC 9(07) COMP VALUE ZERO.
002130 01  GL200-SAVGL-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
002140 01  GL200-SAVGL-ERROR-COUNT     PIC 9(07) COMP VALUE ZERO.
002150*
002160 01  GL200-SUBLEDGER-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002170 01  GL200-GL-BALANCE            PIC S9(11)V99 COMP-3 VALUE ZERO.
002180 01  GL200-DEPOSIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002190 01  GL200-WITHDRAWAL-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
002200 01  GL200-INTEREST-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002210 01  GL200-SVCCHG-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002220 01  GL200-PAYOUT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002230 01  GL200-PENALTY-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002240 01  GL200-EXPECTED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002250 01  GL200-DIFFERENCE            PIC S9(11)V99 COMP-3 VALUE ZERO.
002260*
002270 01  GL200-REPORT-HEADING-1.
002280     05  FILLER                  PIC X(45) VALUE
002290         "SAVINGS SUBLEDGER TO GL 21000 RECONCILIATION ".
002300     05  RRH-RUN-DATE            PIC 9(08).
002310     05  FILLER                  PIC X(27) VALUE SPACES.
002320*
002330 01  GL200-RULE-LINE             PIC X(80) VALUE ALL "-".
002340*
002350 01  GL200-COUNT-LINE.
002360     05  RCL-LABEL               PIC X(40).
002370     05  RCL-COUNT               PIC ZZZZZZ9.
002380     05  FILLER                  PIC X(33) VALUE SPACES.
002390*
002400 01  GL200-AMOUNT-LINE.
002410     05  RAL-LABEL               PIC X(40).
002420     05  RAL-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002430     05  FILLER                  PIC X(21) VALUE SPACES.
002440*
002450 01  GL200-STATUS-LINE           PIC X(80).
002460*
002470 PROCEDURE DIVISION.
002480*
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     PERFORM 2000-TOTAL-SUBLEDGER THRU 2000-EXIT.
002520     PERFORM 3000-FIND-GL-BALANCE THRU 3000-EXIT.
002530     PERFORM 4000-TOTAL-SAVGL-FEED THRU 4000-EXIT.
002540     PERFORM 5000-RECONCILE THRU 5000-EXIT.
002550     PERFORM 6000-PRINT-RECON THRU 6000-EXIT.
002560     IF GL200-OUT-OF-BALANCE
002570         PERFORM 7000-HOLD-GL-PICKUP THRU 7000-EXIT
002580         MOVE 8 TO RETURN-CODE
002590     ELSE
002600         IF GL200-SAVGL-RECON-HELD
002610             PERFORM 7100-RELEASE-GL-PICKUP THRU 7100-EXIT
002620         END-IF
002630     END-IF.
002640     PERFORM 9000-WRAPUP THRU 9000-EXIT.
002650     STOP RUN.
002660*
002670* ---------------------------------------------------------------
002680* 1000-INITIALIZE STAMPS THE RUN DATE, OPENS THE REPORT, AND
002690* READS THE SAVINGS BATCH'S SAVHOLD PICKUP STATUS AND DATE.
002700* ---------------------------------------------------------------
002710 1000-INITIALIZE.
002720     ACCEPT GL200-RUN-DATE FROM DATE YYYYMMDD.
002730     OPEN OUTPUT RECON-REPORT-FILE.
002740     IF GL200-RPT-FILE-STATUS NOT = "00"
002750         DISPLAY "GLRECON OPEN FAILED, STATUS = "
002760             GL200-RPT-FILE-STATUS
002770         STOP RUN
002780     END-IF.
002790     MOVE GL200-RUN-DATE TO RRH-RUN-DATE.
002800     WRITE RECON-REPORT-RECORD FROM GL200-REPORT-HEADING-1.
002810     WRITE RECON-REPORT-RECORD FROM GL200-RULE-LINE.
002820     PERFORM 1300-READ-HOLD-STATUS THRU 1300-EXIT.
002830 1000-EXIT.
002840     EXIT.
002850*
002860* ---------------------------------------------------------------
002870* 1300-READ-HOLD-STATUS READS THE ONE-RECORD SAVHOLD FILE. "R"
002880* IS RELEASED AND "D" IS THIS PROGRAM'S OWN HOLD FROM AN EARLIER
002890* RUN; ANY OTHER STATUS IS TAKEN AS THE SAVINGS BATCH'S HOLD. A
002900* MISSING OR EMPTY FILE IS NOTED ON ITS OWN ("M") - THE BATCH HAS
002910* NOT RELEASED THE NIGHT, SO GL_DAILY_POST HOLDS THE FEED AND THIS
002920* PROGRAM NEITHER HOLDS NOR RELEASES IT. THE POSTING DATE IS KEPT
002930* SO A HOLD OR RELEASE WRITTEN HERE STAYS MATCHED TO THE NIGHT'S
002940* FEED.
002950* ---------------------------------------------------------------
002960 1300-READ-HOLD-STATUS.
002970     SET GL200-SAVHOLD-MISSING TO TRUE.
002980     OPEN INPUT SAVINGS-HOLD-FILE.
002990     IF GL200-HOLD-FILE-STATUS NOT = "00" AND
003000             GL200-HOLD-FILE-STATUS NOT = "05"
003010         DISPLAY "SAVHOLD OPEN FAILED, STATUS = "
003020             GL200-HOLD-FILE-STATUS
003030         STOP RUN
003040     END-IF.
003050     READ SAVINGS-HOLD-FILE
003060         AT END
003070             CONTINUE
003080         NOT AT END
003090             EVALUATE SHR-HOLD-STATUS
003100                 WHEN "R"
003110                     SET GL200-SAVGL-RELEASED TO TRUE
003120                 WHEN "D"
003130                     SET GL200-SAVGL-RECON-HELD TO TRUE
003140                 WHEN OTHER
003150                     SET GL200-SAVGL-HELD TO TRUE
003160             END-EVALUATE
003170             MOVE SHR-POSTING-DATE TO GL200-HOLD-DATE
003180     END-READ.
003190     CLOSE SAVINGS-HOLD-FILE.
003200     IF GL200-HOLD-DATE = ZERO
003210         MOVE GL200-RUN-DATE TO GL200-HOLD-DATE
003220     END-IF.
003230 1300-EXIT.
003240     EXIT.
003250*
003260* ---------------------------------------------------------------
003270* 2000-TOTAL-SUBLEDGER READS THE WHOLE SAVINGS ACCOUNT MASTER,
003280* ADDING UP THE ACCOUNT BALANCES, AND PROVES THE RESULT TO THE
003290* TRAILER. THE TRAILER HASH IS THE SUBLEDGER CONTROL TOTAL
003300* CARRIED INTO THE RECONCILIATION. A MASTER THAT DOES NOT PROVE
003310* TO ITS OWN TRAILER CANNOT BE RECONCILED AND HOLDS THE PICKUP.
003320* ---------------------------------------------------------------
003330 2000-TOTAL-SUBLEDGER.
003340     OPEN INPUT SAVINGS-ACCOUNT-FILE.
003350     IF GL200-ACCOUNT-FILE-STATUS NOT = "00"
003360         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
003370             GL200-ACCOUNT-FILE-STATUS
003380         STOP RUN
003390     END-IF.
003400     PERFORM 2100-READ-ACCOUNT-RECORD THRU 2100-EXIT
003410         UNTIL GL200-END-OF-SAVACCT.
003420     CLOSE SAVINGS-ACCOUNT-FILE.
003430     IF NOT GL200-TRAILER-FOUND
003440         DISPLAY "SAVACCT TRAILER RECORD MISSING"
003450         SET GL200-TRAILER-DOES-NOT-PROVE TO TRUE
003460         GO TO 2000-EXIT
003470     END-IF.
003480     IF SAT-RECORD-COUNT NOT = GL200-ACCOUNTS-READ
003490         DISPLAY "SAVACCT TRAILER COUNT " SAT-RECORD-COUNT
003500             " DOES NOT MATCH RECORDS READ " GL200-ACCOUNTS-READ
003510         SET GL200-TRAILER-DOES-NOT-PROVE TO TRUE
003520     END-IF.
003530     IF SAT-HASH-AMOUNT NOT = GL200-SUBLEDGER-TOTAL
003540         DISPLAY "SAVACCT TRAILER HASH " SAT-HASH-AMOUNT
003550             " DOES NOT MATCH AMOUNTS READ "
003560             GL200-SUBLEDGER-TOTAL
003570         SET GL200-TRAILER-DOES-NOT-PROVE TO TRUE
003580     END-IF.
003590 2000-EXIT.
003600     EXIT.
003610*
003620 2100-READ-ACCOUNT-RECORD.
003630     READ SAVINGS-ACCOUNT-FILE
003640         AT END
003650             SET GL200-END-OF-SAVACCT TO TRUE
003660     END-READ.
003670     IF NOT GL200-END-OF-SAVACCT
003680         IF SAR-ACCOUNT-ID = GL200-TRAILER-ID
003690             SET GL200-TRAILER-FOUND TO TRUE
003700             SET GL200-END-OF-SAVACCT TO TRUE
003710         ELSE
003720             ADD 1 TO GL200-ACCOUNTS-READ
003730             ADD SAR-BALANCE TO GL200-SUBLEDGER-TOTAL
003740         END-IF
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780*
003790* ---------------------------------------------------------------
003800* 3000-FIND-GL-BALANCE READS THE GL ACCOUNT MASTER FOR THE
003810* CUSTOMER DEPOSITS ACCOUNT. GLACCT MISSING 21000 IS A SETUP
003820* ERROR AND ABENDS THE RUN.
003830* ---------------------------------------------------------------
003840 3000-FIND-GL-BALANCE.
003850     OPEN INPUT GL-ACCOUNT-FILE.
003860     IF GL200-ACCT-FILE-STATUS NOT = "00"
003870         DISPLAY "GLACCT OPEN FAILED, STATUS = "
003880             GL200-ACCT-FILE-STATUS
003890         STOP RUN
003900     END-IF.
003910     PERFORM 3100-READ-GL-ACCOUNT THRU 3100-EXIT
003920         UNTIL GL200-END-OF-GLACCT.
003930     CLOSE GL-ACCOUNT-FILE.
003940     IF NOT GL200-DEPOSIT-ACCOUNT-FOUND
003950         DISPLAY "GL ACCOUNT " GL200-DEPOSIT-ACCOUNT
003960             " NOT ON GLACCT, NOTHING TO RECONCILE TO"
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000 3000-EXIT.
004010     EXIT.
004020*
004030 3100-READ-GL-ACCOUNT.
004040     READ GL-ACCOUNT-FILE
004050         AT END
004060             SET GL200-END-OF-GLACCT TO TRUE
004070     END-READ.
004080     IF NOT GL200-END-OF-GLACCT
004090         IF GAR-ACCOUNT-NUMBER = GL200-DEPOSIT-ACCOUNT
004100             SET GL200-DEPOSIT-ACCOUNT-FOUND TO TRUE
004110             MOVE GAR-BALANCE TO GL200-GL-BALANCE
004120             SET GL200-END-OF-GLACCT TO TRUE
004130         END-IF
004140     END-IF.
004150 3100-EXIT.
004160     EXIT.
004170*
004180* ---------------------------------------------------------------
004190* 4000-TOTAL-SAVGL-FEED TOTALS THE DAY'S SAVGL FEED BY ENTRY
004200* TYPE. THESE ARE THE MOVEMENTS GL_DAILY_POST WILL APPLY TO
004210* 21000. A RECORD WITH AN AMOUNT THAT IS NOT NUMERIC OR AN
004220* ENTRY TYPE THAT IS NOT KNOWN IS COUNTED AS AN ERROR; THE
004230* POSTING RUN WILL REFUSE SUCH A FEED IN ANY CASE.
004240* ---------------------------------------------------------------
004250 4000-TOTAL-SAVGL-FEED.
004260     OPEN INPUT SAVINGS-GL-FILE.
004270     IF GL200-SAVGL-FILE-STATUS NOT = "00" AND
004280             GL200-SAVGL-FILE-STATUS NOT = "05"
004290         DISPLAY "SAVGL OPEN FAILED, STATUS = "
004300             GL200-SAVGL-FILE-STATUS
004310         STOP RUN
004320     END-IF.
004330     PERFORM 4100-READ-SAVGL-RECORD THRU 4100-EXIT
004340         UNTIL GL200-END-OF-SAVGL.
004350     CLOSE SAVINGS-GL-FILE.
004360 4000-EXIT.
004370     EXIT.
004380*
004390 4100-READ-SAVGL-RECORD.
004400     READ SAVINGS-GL-FILE
004410         AT END
004420             SET GL200-END-OF-SAVGL TO TRUE
004430     END-READ.
004440     IF GL200-END-OF-SAVGL
004450         GO TO 4100-EXIT
004460     END-IF.
004470     ADD 1 TO GL200-SAVGL-READ-COUNT.
004480     IF SGL-AMOUNT IS NOT NUMERIC
004490         ADD 1 TO GL200-SAVGL-ERROR-COUNT
004500         GO TO 4100-EXIT
004510     END-IF.
004520     EVALUATE SGL-ENTRY-TYPE
004530         WHEN "DEP"
004540             ADD SGL-AMOUNT TO GL200-DEPOSIT-TOTAL
004550         WHEN "WDL"
004560             ADD SGL-AMOUNT TO GL200-WITHDRAWAL-TOTAL
004570         WHEN "INT"
004580         WHEN SPACES
004590             ADD SGL-AMOUNT TO GL200-INTEREST-TOTAL
004600         WHEN "SVC"
004610             ADD SGL-AMOUNT TO GL200-SVCCHG-TOTAL
004620         WHEN "CLS"
004630             ADD SGL-AMOUNT TO GL200-PAYOUT-TOTAL
004640         WHEN "PEN"
004650             ADD SGL-AMOUNT TO GL200-PENALTY-TOTAL
004660         WHEN OTHER
004670             ADD 1 TO GL200-SAVGL-ERROR-COUNT
004680     END-EVALUATE.
004690 4100-EXIT.
004700     EXIT.
004710*
004720* ---------------------------------------------------------------
004730* 5000-RECONCILE CARRIES 21000 FORWARD BY THE DAY'S FEED AND
004740* TAKES THE DIFFERENCE AGAINST THE SAVACCT CONTROL TOTAL. ANY
004750* DIFFERENCE, A SAVACCT THAT DID NOT PROVE, OR A SAVGL RECORD
004760* IN ERROR PUTS THE RECONCILIATION OUT OF BALANCE.
004770* ---------------------------------------------------------------
004780 5000-RECONCILE.
004790     COMPUTE GL200-EXPECTED-TOTAL =
004800         GL200-GL-BALANCE + GL200-DEPOSIT-TOTAL
004810         - GL200-WITHDRAWAL-TOTAL + GL200-INTEREST-TOTAL
004820         - GL200-SVCCHG-TOTAL - GL200-PAYOUT-TOTAL
004830         - GL200-PENALTY-TOTAL.
004840     COMPUTE GL200-DIFFERENCE =
004850         GL200-SUBLEDGER-TOTAL - GL200-EXPECTED-TOTAL.
004860     IF GL200-DIFFERENCE NOT = ZERO
004870         SET GL200-OUT-OF-BALANCE TO TRUE
004880     END-IF.
004890     IF GL200-TRAILER-DOES-NOT-PROVE
004900         SET GL200-OUT-OF-BALANCE TO TRUE
004910     END-IF.
004920     IF GL200-SAVGL-ERROR-COUNT > ZERO
004930         SET GL200-OUT-OF-BALANCE TO TRUE
004940     END-IF.
004950 5000-EXIT.
004960     EXIT.
004970*
004980* ---------------------------------------------------------------
004990* 6000-PRINT-RECON PRINTS THE RECONCILIATION: THE GL BALANCE,
005000* EACH FEED COMPONENT, THE EXPECTED SUBLEDGER TOTAL, THE SAVACCT
005010* CONTROL TOTAL, THE DIFFERENCE, AND THE PICKUP DECISION.
005020* ---------------------------------------------------------------
005030 6000-PRINT-RECON.
005040     MOVE "SAVACCT ACCOUNTS READ" TO RCL-LABEL.
005050     MOVE GL200-ACCOUNTS-READ TO RCL-COUNT.
005060     WRITE RECON-REPORT-RECORD FROM GL200-COUNT-LINE.
005070     MOVE "SAVGL RECORDS READ" TO RCL-LABEL.
005080     MOVE GL200-SAVGL-READ-COUNT TO RCL-COUNT.
005090     WRITE RECON-REPORT-RECORD FROM GL200-COUNT-LINE.
005100     MOVE "SAVGL RECORDS IN ERROR" TO RCL-LABEL.
005110     MOVE GL200-SAVGL-ERROR-COUNT TO RCL-COUNT.
005120     WRITE RECON-REPORT-RECORD FROM GL200-COUNT-LINE.
005130     MOVE SPACES TO RECON-REPORT-RECORD.
005140     WRITE RECON-REPORT-RECORD.
005150     MOVE "GL 21000 CUSTOMER DEPOSITS BALANCE" TO RAL-LABEL.
005160     MOVE GL200-GL-BALANCE TO RAL-AMOUNT.
005170     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005180     MOVE "  PLUS DEPOSITS (DEP)" TO RAL-LABEL.
005190     MOVE GL200-DEPOSIT-TOTAL TO RAL-AMOUNT.
005200     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005210     MOVE "  LESS WITHDRAWALS (WDL)" TO RAL-LABEL.
005220     MOVE GL200-WITHDRAWAL-TOTAL TO RAL-AMOUNT.
005230     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005240     MOVE "  PLUS INTEREST (INT)" TO RAL-LABEL.
005250     MOVE GL200-INTEREST-TOTAL TO RAL-AMOUNT.
005260     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005270     MOVE "  LESS SERVICE CHARGES (SVC)" TO RAL-LABEL.
005280     MOVE GL200-SVCCHG-TOTAL TO RAL-AMOUNT.
005290     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005300     MOVE "  LESS CLOSING PAYOUTS (CLS)" TO RAL-LABEL.
005310     MOVE GL200-PAYOUT-TOTAL TO RAL-AMOUNT.
005320     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005330     MOVE "  LESS CD PENALTIES (PEN)" TO RAL-LABEL.
005340     MOVE GL200-PENALTY-TOTAL TO RAL-AMOUNT.
005350     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005360     MOVE "EXPECTED SUBLEDGER TOTAL" TO RAL-LABEL.
005370     MOVE GL200-EXPECTED-TOTAL TO RAL-AMOUNT.
005380     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005390     MOVE "SAVACCT CONTROL TOTAL" TO RAL-LABEL.
005400     MOVE GL200-SUBLEDGER-TOTAL TO RAL-AMOUNT.
005410     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005420     WRITE RECON-REPORT-RECORD FROM GL200-RULE-LINE.
005430     MOVE "DIFFERENCE (SAVACCT LESS EXPECTED)" TO RAL-LABEL.
005440     MOVE GL200-DIFFERENCE TO RAL-AMOUNT.
005450     WRITE RECON-REPORT-RECORD FROM GL200-AMOUNT-LINE.
005460     MOVE SPACES TO RECON-REPORT-RECORD.
005470     WRITE RECON-REPORT-RECORD.
005480     IF GL200-TRAILER-DOES-NOT-PROVE
005490         MOVE "SAVACCT DOES NOT PROVE TO ITS TRAILER" TO
005500             GL200-STATUS-LINE
005510         WRITE RECON-REPORT-RECORD FROM GL200-STATUS-LINE
005520     END-IF.
005530     IF GL200-SAVGL-HELD
005540         MOVE "SAVGL FEED ALREADY HELD BY THE SAVINGS BATCH" TO
005550             GL200-STATUS-LINE
005560         WRITE RECON-REPORT-RECORD FROM GL200-STATUS-LINE
005570     END-IF.
005580     IF GL200-SAVHOLD-MISSING
005590         MOVE "NO SAVHOLD ON FILE - SAVGL FEED NOT RELEASED" TO
005600             GL200-STATUS-LINE
005610         WRITE RECON-REPORT-RECORD FROM GL200-STATUS-LINE
005620     END-IF.
005630     IF GL200-IN-BALANCE
005640         MOVE "SAVACCT RECONCILES TO GL 21000" TO
005650             GL200-STATUS-LINE
005660         IF GL200-SAVGL-RECON-HELD
005670             MOVE "SAVACCT RECONCILES TO GL 21000, SAVGL RELEASED"
005680                 TO GL200-STATUS-LINE
005690         END-IF
005700     ELSE
005710         MOVE "OUT OF BALANCE - GL PICKUP HELD, RETURN CODE 8"
005720             TO GL200-STATUS-LINE
005730     END-IF.
005740     WRITE RECON-REPORT-RECORD FROM GL200-STATUS-LINE.
005750 6000-EXIT.
005760     EXIT.
005770*
005780* ---------------------------------------------------------------
005790* 7000-HOLD-GL-PICKUP REWRITES SAVHOLD TO "D" FOR THE SAME
005800* POSTING DATE, SO GL_DAILY_POST REFUSES THE SAVGL FEED. ONCE THE
005810* DIFFERENCE IS CORRECTED THIS PROGRAM IS RERUN, AND A RERUN THAT
005820* PROVES RELEASES THE FEED AGAIN (7100). SAVHOLD IS ONLY
005830* REWRITTEN WHEN IT STOOD RELEASED OR ALREADY AT "D"; A SAVINGS
005840* BATCH HOLD, OR NO SAVHOLD AT ALL, IS LEFT AS IT IS, SO A RECON
005850* RERUN CAN NEVER RELEASE A NIGHT THE BATCH ITSELF HELD. THE
005860* RETURN CODE 8 IS SET EITHER WAY.
005870* ---------------------------------------------------------------
005880 7000-HOLD-GL-PICKUP.
005890     IF NOT GL200-SAVGL-RELEASED AND
005900             NOT GL200-SAVGL-RECON-HELD
005910         DISPLAY "SAVACCT DOES NOT RECONCILE TO GL 21000, "
005920             "SAVHOLD LEFT AS FOUND, RETURN CODE 8 SET"
005930         GO TO 7000-EXIT
005940     END-IF.
005950     OPEN OUTPUT SAVINGS-HOLD-FILE.
005960     IF GL200-HOLD-FILE-STATUS NOT = "00" AND
005970             GL200-HOLD-FILE-STATUS NOT = "05"
005980         DISPLAY "SAVHOLD OPEN FAILED, STATUS = "
005990             GL200-HOLD-FILE-STATUS
006000         STOP RUN
006010     END-IF.
006020     MOVE "D" TO SHR-HOLD-STATUS.
006030     MOVE GL200-HOLD-DATE TO SHR-POSTING-DATE.
006040     WRITE SAVINGS-HOLD-RECORD.
006050     CLOSE SAVINGS-HOLD-FILE.
006060     DISPLAY "SAVACCT DOES NOT RECONCILE TO GL 21000, "
006070         "SAVGL PICKUP HELD, RETURN CODE 8 SET".
006080 7000-EXIT.
006090     EXIT.
006100*
006110* ---------------------------------------------------------------
006120* 7100-RELEASE-GL-PICKUP REWRITES SAVHOLD TO "R" FOR THE SAME
006130* POSTING DATE WHEN A RERUN PROVES AND THE HOLD STANDING ON IT IS
006140* THIS PROGRAM'S OWN "D". A HOLD THE SAVINGS BATCH WROTE ("H") IS
006150* NEVER TOUCHED HERE; ONLY A CLEAN RERUN OF THE BATCH LIFTS IT.
006160* ---------------------------------------------------------------
006170 7100-RELEASE-GL-PICKUP.
006180     OPEN OUTPUT SAVINGS-HOLD-FILE.
006190     IF GL200-HOLD-FILE-STATUS NOT = "00" AND
006200             GL200-HOLD-FILE-STATUS NOT = "05"
006210         DISPLAY "SAVHOLD OPEN FAILED, STATUS = "
006220             GL200-HOLD-FILE-STATUS
006230         STOP RUN
006240     END-IF.
006250     MOVE "R" TO SHR-HOLD-STATUS.
006260     MOVE GL200-HOLD-DATE TO SHR-POSTING-DATE.
006270     WRITE SAVINGS-HOLD-RECORD.
006280     CLOSE SAVINGS-HOLD-FILE.
006290     DISPLAY "SAVACCT RECONCILES TO GL 21000, "
006300         "SAVGL PICKUP RELEASED FOR " GL200-HOLD-DATE.
006310 7100-EXIT.
006320     EXIT.
006330*
006340 9000-WRAPUP.
006350     CLOSE RECON-REPORT-FILE.
006360 9000-EXIT.
006370     EXIT.
006380*
006390 END PROGRAM GL_SAVINGS_RECON.
