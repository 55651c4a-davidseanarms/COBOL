000070*     NIGHTLY-CYCLE OPEN YYYYMMDD   OPEN THE BUSINESS DATE
000080*     NIGHTLY-CYCLE START SAVBATCH  THEN RUN THE SAVINGS BATCH
000090*     NIGHTLY-CYCLE END SAVBATCH NN RECORD ITS RETURN CODE
000094*     NIGHTLY-CYCLE SWAP            SAVNEW-TO-SAVACCT SWAP AND
000098*                                   SAVHTRN-TO-SAVHIST LOAD
000102*     NIGHTLY-CYCLE START RECON     THEN RUN GL_SAVINGS_RECON
000106*     NIGHTLY-CYCLE END RECON NN    RECORD ITS RETURN CODE
000110*     NIGHTLY-CYCLE START TKTPRINT  ... AND SO ON THROUGH
000120*     NIGHTLY-CYCLE END TKTPRINT NN     REVENUE AND GLPOST
000130*     NIGHTLY-CYCLE REPORT          END-OF-NIGHT STATUS REPORT
000180* SAVTRAN CANNOT BE POSTED TWICE. THE GENERATION SWAP IS DONE
000190* BY THIS DRIVER ITSELF, AND ONLY AFTER THE SAVINGS BATCH ENDED
000200* CLEAN (A RETURN CODE 8 BALANCE HOLD LEAVES THE STEP HELD AND
000203* THE SWAP REFUSED). THE SAVINGS RECONCILIATION (RECON) RUNS
000206* AFTER THE SWAP, AND GLPOST MAY NOT START UNTIL IT HAS
000209* COMPLETED OR WHILE THE SAVHOLD PICKUP FILE STANDS HELD ("H"
000212* FROM THE SAVINGS BATCH, "D" FROM A RECON DIFFERENCE). A HELD
000215* RECON IS CORRECTED AND STARTED AGAIN; A RERUN THAT PROVES PUTS
000218* THE RELEASE BACK ITSELF.
000221* EVERY REFUSAL SETS RETURN CODE 8 SO THE NIGHT OPERATOR'S JOB
000224* STREAM STOPS.
000230* ---------------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. NIGHTLY-CYCLE.
000374*                    STEP IS REFUSED. WITHOUT THIS THE FIRST
000375*                    OUT-OF-BALANCE NIGHT LEFT THE CYCLE STUCK
000376*                    UNTIL SOMEONE HAND-EDITED RUNCTL.
000377*   10/15/2026 JP    THE GENERATION SWAP CARRIES THE NEW
000378*                    YEAR-TO-DATE AND PRIOR-YEAR INTEREST FIELDS
000379*                    ON THE ACCOUNT RECORD (SEE
000380*                    SAVINGS_ACCOUNT_CONVERT2) OVER TO SAVACCT.
000381*   10/15/2026 JP    THE GENERATION SWAP ALSO LOADS THE SAVINGS
000382*                    BATCH'S HISTORY EXTRACT (SAVHTRN) INTO THE
000383*                    PERMANENT KEYED TRANSACTION HISTORY
000384*                    (SAVHIST), SO A HELD NIGHT'S ENTRIES NEVER
000385*                    REACH HISTORY AND ONLY THE CLEAN RERUN'S DO.
000386*   10/15/2026 JP    THE GENERATION SWAP CARRIES THE NEW ACCOUNT
000387*                    STATUS AND CLOSE DATE ON THE ACCOUNT RECORD
000388*                    (SEE SAVINGS_ACCOUNT_CONVERT3) OVER TO
000389*                    SAVACCT.
000390*   10/15/2026 JP    THE GENERATION SWAP CARRIES THE NEW TERM
000391*                    CERTIFICATE FIELDS ON THE ACCOUNT RECORD
000392*                    (SEE SAVINGS_ACCOUNT_CONVERT4) OVER TO
000393*                    SAVACCT.
000394*   10/15/2026 JP    THE SAVINGS RECONCILIATION IS NOW A CYCLE
000395*                    STEP (RECON) BETWEEN THE SWAP AND GLPOST.
000396*                    GLPOST IS REFUSED UNTIL RECON HAS COMPLETED,
000397*                    AND WHILE SAVHOLD CARRIES A HOLD FROM THE
000398*                    SAVINGS BATCH OR THE RECON, SO AN
000399*                    OUT-OF-BALANCE NIGHT STOPS THE CYCLE AHEAD OF
000400*                    THE LEDGER. THE RECON STATUS IS CARRIED AT
000401*                    THE END OF RUNCTL; A RECORD WRITTEN BEFORE
000402*                    THIS CHANGE READS IT AS PENDING.
000403*   10/15/2026 JP    THE GENERATION SWAP CARRIES THE NEW
000404*                    YEAR-TO-DATE AND PRIOR-YEAR EARLY-WITHDRAWAL
000405*                    PENALTY FIELDS ON THE ACCOUNT RECORD (SEE
000406*                    SAVINGS_ACCOUNT_CONVERT4) OVER TO SAVACCT.
000407*   10/15/2026 JP    GLPOST IS ALSO REFUSED WHILE SAVHOLD STANDS
000408*                    AT "D", THE HOLD GL_SAVINGS_RECON NOW WRITES
000409*                    ON A DIFFERENCE. A RECON RERUN THAT PROVES
000410*                    RELEASES IT, SO A HELD RECON NO LONGER NEEDS
000411*                    SAVHOLD EDITED BY HAND.
000412* ---------------------------------------------------------------
000413 ENVIRONMENT DIVISION.
000414 CONFIGURATION SECTION.
000415 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS SAR-ACCOUNT-ID
000571         FILE STATUS IS OP100-ACCOUNT-FILE-STATUS.
000572     SELECT OPTIONAL SAVINGS-HTRN-FILE ASSIGN TO "SAVHTRN"
000573         ORGANIZATION IS LINE SEQUENTIAL
000574         FILE STATUS IS OP100-HTRN-FILE-STATUS.
000575     SELECT OPTIONAL SAVINGS-HISTORY-FILE ASSIGN TO "SAVHIST"
000576         ORGANIZATION IS INDEXED
000577         ACCESS MODE IS RANDOM
000578         RECORD KEY IS STH-KEY
000579         FILE STATUS IS OP100-HIST-FILE-STATUS.
000580     SELECT OPTIONAL SAVINGS-HOLD-FILE ASSIGN TO "SAVHOLD"
000581         ORGANIZATION IS LINE SEQUENTIAL
000582         FILE STATUS IS OP100-HOLD-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000690     05  RCR-REVENUE-STATUS      PIC X(01).
000700     05  RCR-GLPOST-STATUS       PIC X(01).
000710     05  RCR-LAST-RETURN-CODE    PIC 9(02).
000711     05  RCR-RECON-STATUS        PIC X(01).
000712*
000713 FD  SAVINGS-HOLD-FILE.
000714 01  SAVINGS-HOLD-RECORD.
000715     05  SHR-HOLD-STATUS         PIC X(01).
000716     05  SHR-POSTING-DATE        PIC 9(08).
000720*
000730 FD  SAVINGS-NEWMAST-FILE.
000740 01  SAVINGS-NEWMAST-RECORD.
000820     05  SNR-LAST-ACTIVITY-DATE  PIC 9(08).
000830     05  SNR-DORMANT-FLAG        PIC X(01).
000840     05  SNR-PRODUCT-CODE        PIC X(02).
000841     05  SNR-CUSTOMER-NUMBER     PIC X(06).
000842     05  SNR-YTD-INTEREST        PIC S9(07)V99
000843         SIGN IS TRAILING SEPARATE.
000844     05  SNR-YTD-INTEREST-YEAR   PIC 9(04).
000845     05  SNR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000846         SIGN IS TRAILING SEPARATE.
000847     05  SNR-ACCOUNT-STATUS      PIC X(01).
000848     05  SNR-CLOSE-DATE          PIC 9(08).
000849     05  SNR-ACCOUNT-TYPE        PIC X(01).
000850     05  SNR-OPEN-DATE           PIC 9(08).
000851     05  SNR-TERM-MONTHS         PIC 9(03).
000852     05  SNR-MATURITY-DATE       PIC 9(08).
000853     05  SNR-MATURITY-OPTION     PIC X(01).
000854     05  SNR-LINKED-ACCOUNT-ID   PIC X(10).
000855     05  SNR-NOTICE-DATE         PIC 9(08).
000856     05  SNR-YTD-PENALTY         PIC S9(07)V99
000857         SIGN IS TRAILING SEPARATE.
000858     05  SNR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
000859         SIGN IS TRAILING SEPARATE.
000860 01  SAVINGS-NEWMAST-TRAILER.
000870     05  SNT-TRAILER-ID          PIC X(10).
000880     05  SNT-RECORD-COUNT        PIC 9(07).
001010     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
001020     05  SAR-DORMANT-FLAG        PIC X(01).
001030     05  SAR-PRODUCT-CODE        PIC X(02).
001031     05  SAR-CUSTOMER-NUMBER     PIC X(06).
001032     05  SAR-YTD-INTEREST        PIC S9(07)V99
001033         SIGN IS TRAILING SEPARATE.
001034     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
001035     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
001036         SIGN IS TRAILING SEPARATE.
001037     05  SAR-ACCOUNT-STATUS      PIC X(01).
001038     05  SAR-CLOSE-DATE          PIC 9(08).
001039     05  SAR-ACCOUNT-TYPE        PIC X(01).
001040     05  SAR-OPEN-DATE           PIC 9(08).
001041     05  SAR-TERM-MONTHS         PIC 9(03).
001042     05  SAR-MATURITY-DATE       PIC 9(08).
001043     05  SAR-MATURITY-OPTION     PIC X(01).
001044     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
001045     05  SAR-NOTICE-DATE         PIC 9(08).
001046     05  SAR-YTD-PENALTY         PIC S9(07)V99
001047         SIGN IS TRAILING SEPARATE.
001048     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
001049         SIGN IS TRAILING SEPARATE.
001050 01  SAVINGS-ACCOUNT-TRAILER.
001060     05  SAT-TRAILER-ID          PIC X(10).
001070     05  SAT-RECORD-COUNT        PIC 9(07).
001080     05  SAT-HASH-AMOUNT         PIC S9(10)V99
001090         SIGN IS TRAILING SEPARATE.
001091*
001092 FD  SAVINGS-HTRN-FILE.
001093 01  SAVINGS-HTRN-RECORD         PIC X(80).
001094*
001095 FD  SAVINGS-HISTORY-FILE.
001096 01  SAVINGS-HISTORY-RECORD.
001097     05  STH-KEY.
001098         10  STH-ACCOUNT-ID      PIC X(10).
001099         10  STH-POSTING-DATE    PIC 9(08).
001100         10  STH-SEQUENCE        PIC 9(07).
001101     05  STH-ENTRY-TYPE          PIC X(03).
001102     05  STH-AMOUNT              PIC S9(09)V99
001103         SIGN IS TRAILING SEPARATE.
001104     05  STH-BALANCE-AFTER       PIC S9(09)V99
001105         SIGN IS TRAILING SEPARATE.
001106     05  STH-TRANS-TYPE          PIC X(01).
001107     05  STH-REASON-CODE         PIC X(02).
001108     05  FILLER                  PIC X(25).
001109*
001110 WORKING-STORAGE SECTION.
001120*
001130 77  OP100-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001140 77  OP100-NEWMAST-FILE-STATUS   PIC X(02) VALUE "00".
001150 77  OP100-ACCOUNT-FILE-STATUS   PIC X(02) VALUE "00".
001152 77  OP100-HTRN-FILE-STATUS      PIC X(02) VALUE "00".
001154 77  OP100-HIST-FILE-STATUS      PIC X(02) VALUE "00".
001156 77  OP100-HOLD-FILE-STATUS      PIC X(02) VALUE "00".
001160*
001170 77  OP100-TRAILER-ID            PIC X(10) VALUE "9999999999".
001180*
001310 01  OP100-SWAP-EOF-SWITCH       PIC X(01) VALUE "N".
001320     88  OP100-END-OF-NEWMAST               VALUE "Y".
001330*
001332 01  OP100-HTRN-EOF-SWITCH       PIC X(01) VALUE "N".
001334     88  OP100-END-OF-HISTORY-TRANS         VALUE "Y".
001336*
001340* STEP STATUS CODES: P = PENDING, S = STARTED, C = COMPLETE,
001350* H = HELD (ENDED WITH RETURN CODE 8 OR HIGHER).
001360 01  OP100-CONTROL-IMAGE.
001410     05  OP100-REVENUE-STATUS    PIC X(01) VALUE "P".
001420     05  OP100-GLPOST-STATUS     PIC X(01) VALUE "P".
001430     05  OP100-LAST-RETURN-CODE  PIC 9(02) VALUE ZERO.
001435     05  OP100-RECON-STATUS      PIC X(01) VALUE "P".
001440*
001450 01  OP100-NEW-DATE-X            PIC X(08) VALUE SPACES.
001460 01  OP100-NEW-DATE-N REDEFINES OP100-NEW-DATE-X
001540 01  OP100-STATUS-TEXT           PIC X(09) VALUE SPACES.
001550*
001560 01  OP100-SWAP-COPY-COUNT       PIC 9(07) COMP VALUE ZERO.
001565 01  OP100-HISTORY-LOAD-COUNT    PIC 9(07) COMP VALUE ZERO.
001570*
001580 PROCEDURE DIVISION.
001590*
001730         WHEN OTHER
001740             DISPLAY "USAGE: OPEN YYYYMMDD / START STEP / "
001750                 "END STEP RC / SWAP / REPORT"
001756             DISPLAY "STEPS: SAVBATCH RECON TKTPRINT REVENUE "
001762                 "GLPOST"
001770             MOVE 8 TO RETURN-CODE
001780     END-EVALUATE.
001790     STOP RUN.
002160         MOVE RCR-REVENUE-STATUS TO OP100-REVENUE-STATUS
002170         MOVE RCR-GLPOST-STATUS TO OP100-GLPOST-STATUS
002180         MOVE RCR-LAST-RETURN-CODE TO OP100-LAST-RETURN-CODE
002182         MOVE RCR-RECON-STATUS TO OP100-RECON-STATUS
002184         IF OP100-RECON-STATUS = SPACE
002186             MOVE "P" TO OP100-RECON-STATUS
002188         END-IF
002190     END-IF.
002200     CLOSE RUN-CONTROL-FILE.
002210 1100-EXIT.
002370     MOVE OP100-REVENUE-STATUS TO RCR-REVENUE-STATUS.
002380     MOVE OP100-GLPOST-STATUS TO RCR-GLPOST-STATUS.
002390     MOVE OP100-LAST-RETURN-CODE TO RCR-LAST-RETURN-CODE.
002395     MOVE OP100-RECON-STATUS TO RCR-RECON-STATUS.
002400     WRITE RUN-CONTROL-RECORD.
002410     CLOSE RUN-CONTROL-FILE.
002420 1200-EXIT.
002680     IF OP100-CONTROL-ON-FILE AND
002690             (OP100-SAVBATCH-STATUS NOT = "C"
002700             OR OP100-SWAP-STATUS NOT = "C"
002705             OR OP100-RECON-STATUS NOT = "C"
002710             OR OP100-TKTPRINT-STATUS NOT = "C"
002720             OR OP100-REVENUE-STATUS NOT = "C"
002730             OR OP100-GLPOST-STATUS NOT = "C")
002780     MOVE OP100-NEW-DATE-N TO OP100-BUSINESS-DATE.
002790     MOVE "P" TO OP100-SAVBATCH-STATUS.
002800     MOVE "P" TO OP100-SWAP-STATUS.
002805     MOVE "P" TO OP100-RECON-STATUS.
002810     MOVE "P" TO OP100-TKTPRINT-STATUS.
002820     MOVE "P" TO OP100-REVENUE-STATUS.
002830     MOVE "P" TO OP100-GLPOST-STATUS.
002900* ---------------------------------------------------------------
002910* 3000-START-STEP AUTHORIZES ONE STEP TO RUN. THE STEP MUST BE
002920* ON THE OPEN BUSINESS DATE AND EVERY EARLIER STEP IN THE CYCLE
002926* (SAVBATCH, SWAP, RECON, TKTPRINT, REVENUE, GLPOST) MUST BE
002932* COMPLETE.
002940* A COMPLETED STEP IS REFUSED - THAT IS THE GUARD AGAINST
002950* RUNNING THE BATCH TWICE. A STEP LEFT STARTED (ABEND) OR HELD
002951* (ENDED WITH RETURN CODE 8) MAY BE STARTED AGAIN AND IS LOGGED
002952* AS A RERUN, SO AN OUT-OF-BALANCE NIGHT CAN BE CORRECTED AND
002953* DRIVEN BACK THROUGH THE CYCLE (THE SAVINGS BATCH'S OWN
002954* RESTART MODE INCLUDED) WITHOUT HAND-EDITING RUNCTL.
002955* GLPOST IS ALSO REFUSED WHILE SAVHOLD STANDS HELD (3200) - A
002956* HOLD FROM THE SAVINGS BATCH OR THE RECON STOPS THE LEDGER
002957* POSTING HERE RATHER THAN INSIDE GL_DAILY_POST.
002960* ---------------------------------------------------------------
003000 3000-START-STEP.
003010     IF OP100-NO-CONTROL-ON-FILE
003060     EVALUATE OP100-PARM-STEP
003070         WHEN "SAVBATCH"
003080             MOVE OP100-SAVBATCH-STATUS TO OP100-STEP-STATUS-WORK
003083         WHEN "RECON"
003086             MOVE OP100-RECON-STATUS TO OP100-STEP-STATUS-WORK
003090         WHEN "TKTPRINT"
003100             MOVE OP100-TKTPRINT-STATUS TO OP100-STEP-STATUS-WORK
003110         WHEN "REVENUE"
003290     IF RETURN-CODE = 8
003300         GO TO 3000-EXIT
003310     END-IF.
003311     IF OP100-PARM-STEP = "GLPOST"
003312         PERFORM 3200-CHECK-SAVINGS-HOLD THRU 3200-EXIT
003313         IF RETURN-CODE = 8
003314             GO TO 3000-EXIT
003315         END-IF
003316     END-IF.
003320     EVALUATE OP100-PARM-STEP
003330         WHEN "SAVBATCH"
003340             MOVE "S" TO OP100-SAVBATCH-STATUS
003343         WHEN "RECON"
003346             MOVE "S" TO OP100-RECON-STATUS
003350         WHEN "TKTPRINT"
003360             MOVE "S" TO OP100-TKTPRINT-STATUS
003370         WHEN "REVENUE"
003470*
003480* ---------------------------------------------------------------
003490* 3100-CHECK-PREDECESSORS REFUSES A START WHEN ANY EARLIER STEP
003495* OF THE CYCLE HAS NOT COMPLETED. GLPOST NEEDS BOTH THE TICKET
003500* REVENUE RUN AND THE SAVINGS RECON; THE TICKET STEPS DO NOT
003505* WAIT ON THE RECON.
003510* ---------------------------------------------------------------
003520 3100-CHECK-PREDECESSORS.
003530     EVALUATE OP100-PARM-STEP
003532         WHEN "RECON"
003534             IF OP100-SWAP-STATUS NOT = "C"
003536                 PERFORM 3150-REFUSE-SEQUENCE THRU 3150-EXIT
003538             END-IF
003540         WHEN "TKTPRINT"
003550             IF OP100-SWAP-STATUS NOT = "C"
003560                 PERFORM 3150-REFUSE-SEQUENCE THRU 3150-EXIT
003600                 PERFORM 3150-REFUSE-SEQUENCE THRU 3150-EXIT
003610             END-IF
003620         WHEN "GLPOST"
003626             IF OP100-REVENUE-STATUS NOT = "C" OR
003632                     OP100-RECON-STATUS NOT = "C"
003640                 PERFORM 3150-REFUSE-SEQUENCE THRU 3150-EXIT
003650             END-IF
003660         WHEN OTHER
003710*
003720 3150-REFUSE-SEQUENCE.
003730     DISPLAY "START REFUSED: STEP " OP100-PARM-STEP
003731         " IS OUT OF SEQUENCE, PRIOR STEP NOT COMPLETE.".
003732     MOVE 8 TO RETURN-CODE.
003733 3150-EXIT.
003734     EXIT.
003735*
003736* ---------------------------------------------------------------
003737* 3200-CHECK-SAVINGS-HOLD READS THE SAVHOLD PICKUP FILE AND
003738* REFUSES GLPOST WHILE IT STANDS HELD. THE SAVINGS BATCH SETS
003739* "H" ON A BALANCE HOLD, LIFTED BY ITS OWN CLEAN RERUN, AND
003740* GL_SAVINGS_RECON SETS "D" ON A DIFFERENCE TO 21000, LIFTED BY
003741* A RECON RERUN THAT PROVES. ONLY A RELEASE ("R") LETS THE LEDGER
003742* POSTING START. NO SAVHOLD ON FILE IS LEFT TO GL_DAILY_POST TO
003743* JUDGE.
003744* ---------------------------------------------------------------
003745 3200-CHECK-SAVINGS-HOLD.
003746     OPEN INPUT SAVINGS-HOLD-FILE.
003747     IF OP100-HOLD-FILE-STATUS NOT = "00" AND
003748             OP100-HOLD-FILE-STATUS NOT = "05"
003749         DISPLAY "SAVHOLD OPEN FAILED, STATUS = "
003750             OP100-HOLD-FILE-STATUS
003751         MOVE 16 TO RETURN-CODE
003752         STOP RUN
003753     END-IF.
003754     MOVE SPACE TO SHR-HOLD-STATUS.
003755     READ SAVINGS-HOLD-FILE
003756         AT END
003757             MOVE SPACE TO SHR-HOLD-STATUS
003758     END-READ.
003759     CLOSE SAVINGS-HOLD-FILE.
003760     IF SHR-HOLD-STATUS = "H" OR
003761             SHR-HOLD-STATUS = "D"
003762         DISPLAY "START REFUSED: STEP GLPOST, SAVHOLD STANDS AT "
003763             "HOLD FOR " SHR-POSTING-DATE "; RELEASE IT FIRST."
003764         MOVE 8 TO RETURN-CODE
003765     END-IF.
003766 3200-EXIT.
003770     EXIT.
003780*
003790* ---------------------------------------------------------------
004100             END-IF
004110             MOVE OP100-STEP-STATUS-WORK TO
004120                 OP100-SAVBATCH-STATUS
004121         WHEN "RECON"
004122             IF OP100-RECON-STATUS NOT = "S"
004123                 PERFORM 4100-REFUSE-NOT-STARTED THRU 4100-EXIT
004124                 GO TO 4000-EXIT
004125             END-IF
004126             MOVE OP100-STEP-STATUS-WORK TO
004127                 OP100-RECON-STATUS
004130         WHEN "TKTPRINT"
004140             IF OP100-TKTPRINT-STATUS NOT = "S"
004150                 PERFORM 4100-REFUSE-NOT-STARTED THRU 4100-EXIT
004600* SAVINGS BATCH WROTE (SAVNEW) OVER SAVACCT FOR TOMORROW,
004610* TRAILER INCLUDED. IT IS ONLY ALLOWED AFTER THE SAVINGS BATCH
004620* STEP COMPLETED CLEAN - A BALANCE-HELD BATCH (RETURN CODE 8)
004626* LEAVES THE OLD MASTER IN PLACE. THE SAME RUN'S HISTORY
004632* EXTRACT IS LOADED INTO SAVHIST AT THE SAME TIME (5200).
004640* ---------------------------------------------------------------
004650 5000-GENERATION-SWAP.
004660     IF OP100-NO-CONTROL-ON-FILE
004980         UNTIL OP100-END-OF-NEWMAST.
004990     CLOSE SAVINGS-NEWMAST-FILE.
005000     CLOSE SAVINGS-ACCOUNT-FILE.
005002     PERFORM 5200-LOAD-HISTORY THRU 5200-EXIT.
005004     IF RETURN-CODE NOT = ZERO
005006         GO TO 5000-EXIT
005008     END-IF.
005010     MOVE "C" TO OP100-SWAP-STATUS.
005020     PERFORM 1200-WRITE-RUN-CONTROL THRU 1200-EXIT.
005030     DISPLAY "GENERATION SWAP COMPLETE, "
005040         OP100-SWAP-COPY-COUNT " RECORDS COPIED TO SAVACCT.".
005043     DISPLAY "HISTORY LOAD COMPLETE, "
005046         OP100-HISTORY-LOAD-COUNT " ENTRIES POSTED TO SAVHIST.".
005050 5000-EXIT.
005060     EXIT.
005070*
005260         MOVE SNR-COMPOUND-FREQ TO SAR-COMPOUND-FREQ
005270         MOVE SNR-LAST-ACTIVITY-DATE TO SAR-LAST-ACTIVITY-DATE
005280         MOVE SNR-DORMANT-FLAG TO SAR-DORMANT-FLAG
005281         MOVE SNR-PRODUCT-CODE TO SAR-PRODUCT-CODE
005282         MOVE SNR-CUSTOMER-NUMBER TO SAR-CUSTOMER-NUMBER
005283         MOVE SNR-YTD-INTEREST TO SAR-YTD-INTEREST
005284         MOVE SNR-YTD-INTEREST-YEAR TO SAR-YTD-INTEREST-YEAR
005285         MOVE SNR-PRIOR-YEAR-INTEREST TO SAR-PRIOR-YEAR-INTEREST
005286         MOVE SNR-ACCOUNT-STATUS TO SAR-ACCOUNT-STATUS
005287         MOVE SNR-CLOSE-DATE TO SAR-CLOSE-DATE
005288         MOVE SNR-ACCOUNT-TYPE TO SAR-ACCOUNT-TYPE
005289         MOVE SNR-OPEN-DATE TO SAR-OPEN-DATE
005290         MOVE SNR-TERM-MONTHS TO SAR-TERM-MONTHS
005291         MOVE SNR-MATURITY-DATE TO SAR-MATURITY-DATE
005292         MOVE SNR-MATURITY-OPTION TO SAR-MATURITY-OPTION
005293         MOVE SNR-LINKED-ACCOUNT-ID TO SAR-LINKED-ACCOUNT-ID
005294         MOVE SNR-NOTICE-DATE TO SAR-NOTICE-DATE
005295         MOVE SNR-YTD-PENALTY TO SAR-YTD-PENALTY
005296         MOVE SNR-PRIOR-YEAR-PENALTY TO SAR-PRIOR-YEAR-PENALTY
005297         WRITE SAVINGS-ACCOUNT-RECORD
005298     END-IF.
005299     ADD 1 TO OP100-SWAP-COPY-COUNT.
005300 5100-EXIT.
005301     EXIT.
005302*
005303* ---------------------------------------------------------------
005304* 5200-LOAD-HISTORY POSTS EVERY ENTRY ON THE SAVINGS BATCH'S
005305* HISTORY EXTRACT (SAVHTRN) TO THE PERMANENT TRANSACTION HISTORY
005306* (SAVHIST), CREATING SAVHIST THE FIRST NIGHT. AN ENTRY ALREADY
005307* ON FILE UNDER THE SAME KEY (A RESTARTED BATCH REPEATS THE
005308* ENTRIES AFTER ITS CHECKPOINT, AND A SWAP THAT FAILED PART WAY
005309* IS RUN AGAIN) IS REWRITTEN, SO THE LOAD CAN BE REPEATED.
005310* ---------------------------------------------------------------
005311 5200-LOAD-HISTORY.
005312     OPEN INPUT SAVINGS-HTRN-FILE.
005313     IF OP100-HTRN-FILE-STATUS NOT = "00" AND
005314             OP100-HTRN-FILE-STATUS NOT = "05"
005315         DISPLAY "SAVHTRN OPEN FAILED, STATUS = "
005316             OP100-HTRN-FILE-STATUS
005317         MOVE 16 TO RETURN-CODE
005318         GO TO 5200-EXIT
005319     END-IF.
005320     OPEN I-O SAVINGS-HISTORY-FILE.
005321     IF OP100-HIST-FILE-STATUS NOT = "00" AND
005322             OP100-HIST-FILE-STATUS NOT = "05"
005323         DISPLAY "SAVHIST OPEN FAILED, STATUS = "
005324             OP100-HIST-FILE-STATUS
005325         MOVE 16 TO RETURN-CODE
005326         CLOSE SAVINGS-HTRN-FILE
005327         GO TO 5200-EXIT
005328     END-IF.
005329     PERFORM 5210-POST-ONE-ENTRY THRU 5210-EXIT
005330         UNTIL OP100-END-OF-HISTORY-TRANS.
005331     CLOSE SAVINGS-HTRN-FILE.
005332     CLOSE SAVINGS-HISTORY-FILE.
005333 5200-EXIT.
005334     EXIT.
005335*
005336 5210-POST-ONE-ENTRY.
005337     READ SAVINGS-HTRN-FILE INTO SAVINGS-HISTORY-RECORD
005338         AT END
005339             SET OP100-END-OF-HISTORY-TRANS TO TRUE
005340     END-READ.
005341     IF OP100-END-OF-HISTORY-TRANS
005342         GO TO 5210-EXIT
005343     END-IF.
005344     WRITE SAVINGS-HISTORY-RECORD
005345         INVALID KEY
005346             REWRITE SAVINGS-HISTORY-RECORD
005347     END-WRITE.
005348     ADD 1 TO OP100-HISTORY-LOAD-COUNT.
005349 5210-EXIT.
005350     EXIT.
005360*
005370* ---------------------------------------------------------------
005540     MOVE OP100-SWAP-STATUS TO OP100-STEP-STATUS-WORK.
005550     PERFORM 8100-EXPAND-STATUS THRU 8100-EXIT.
005560     DISPLAY "GENERATION SWAP  " OP100-STATUS-TEXT.
005562     MOVE OP100-RECON-STATUS TO OP100-STEP-STATUS-WORK.
005564     PERFORM 8100-EXPAND-STATUS THRU 8100-EXIT.
005566     DISPLAY "SAVINGS RECON    " OP100-STATUS-TEXT.
005570     MOVE OP100-TKTPRINT-STATUS TO OP100-STEP-STATUS-WORK.
005580     PERFORM 8100-EXPAND-STATUS THRU 8100-EXIT.
005590     DISPLAY "TICKET PRINT     " OP100-STATUS-TEXT.
