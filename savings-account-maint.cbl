000010* ---------------------------------------------------------------
000020* SAVINGS_ACCOUNT_MAINT IS THE INTERACTIVE MAINTENANCE DIALOG
000030* FOR THE SAVINGS ACCOUNT MASTER FILE. IT SUPPORTS ADD, CHANGE,
000035* CLOSE, AND INQUIRE AGAINST THE INDEXED SAVACCT (A CLOSE MARKS
000040* THE ACCOUNT FOR CLOSEOUT BY THE NIGHTLY BATCH), PAGES THROUGH
000045* AN ACCOUNT'S POSTED ACTIVITY ON THE HISTORY FILE, ENFORCES THE
000050* SAME FIELD EDITS THE NIGHTLY BATCH RUN USES, PREVENTS
000060* DUPLICATE ACCOUNT IDS, KEEPS THE CONTROL-TOTAL TRAILER
000070* CURRENT, AND WRITES EVERY CHANGE TO A MAINTENANCE AUDIT LOG
000415*                    KEYED RECORD, AND REWRITING OR DELETING IT
000416*                    WOULD DESTROY THE CONTROL TOTALS THE
000417*                    NIGHTLY BATCH PROVES AGAINST.
000418*   10/15/2026 DAS   CARRIED THE NEW YEAR-TO-DATE AND PRIOR-YEAR
000419*                    INTEREST FIELDS ON THE ACCOUNT RECORD (SEE
000420*                    SAVINGS_ACCOUNT_CONVERT2). AN ADD STARTS
000421*                    THE CURRENT YEAR AT ZERO; A CHANGE LEAVES
000422*                    THEM ALONE, SINCE ONLY THE BATCH PAYS
000423*                    INTEREST. INQUIRY SHOWS THEM, AND THE AUDIT
000424*                    IMAGES CARRY THEM.
000425*   10/15/2026 DAS   ADDED FUNCTION H, HISTORY INQUIRY: PAGES
000426*                    THROUGH AN ACCOUNT'S ENTRIES ON THE
000427*                    PERMANENT TRANSACTION HISTORY (SAVHIST) FOR
000428*                    A POSTING-DATE RANGE, TEN ENTRIES A PAGE,
000429*                    SHOWING POSTED MONEY WITH THE BALANCE AFTER
000430*                    IT AND REJECTS WITH THEIR REASON. SEE
000431*                    SAVINGS_STMT_REPRINT FOR A PRINTED STATEMENT
000432*                    OF ANY PAST PERIOD.
000433*   10/15/2026 DAS   CLOSE NO LONGER DELETES THE ACCOUNT. IT
000434*                    MARKS IT PENDING CLOSE WITH TODAY'S DATE;
000435*                    THE NIGHTLY BATCH PAYS THE FINAL INTEREST,
000436*                    ISSUES THE OFFICIAL CHECK, AND MARKS IT
000437*                    CLOSED, AND THE RECORD STAYS ON THE MASTER
000438*                    FOR THE RETENTION PERIOD (SEE
000439*                    SAVINGS_ACCOUNT_CONVERT3). CHANGE AND CLOSE
000440*                    REFUSE A PENDING-CLOSE OR CLOSED ACCOUNT;
000441*                    INQUIRY AND THE AUDIT IMAGES SHOW THE NEW
000442*                    STATUS AND CLOSE DATE, AND HISTORY INQUIRY
000443*                    SHOWS THE CLOSING AND PURGE ENTRIES.
000444*   10/15/2026 DAS   ADDED TERM CERTIFICATES (SEE
000445*                    SAVINGS_ACCOUNT_CONVERT4). AN ADD NOW ASKS
000446*                    THE ACCOUNT TYPE; A CERTIFICATE ALSO TAKES
000447*                    A TERM IN MONTHS AND A MATURITY OPTION
000448*                    (RENEW, OR PAY OUT TO A LINKED ACTIVE
000449*                    SAVINGS ACCOUNT), OPENS TODAY, AND MATURES
000450*                    THE TERM LATER. ITS RATE IS LEFT AT ZERO
000451*                    FOR THE BATCH TO PRICE FROM SAVRATE AND IS
000452*                    THEN HELD FOR THE TERM, SO CHANGE DOES NOT
000453*                    ASK FOR IT; CHANGE MAY ALTER THE MATURITY
000454*                    INSTRUCTION. INQUIRY, THE AUDIT IMAGES, AND
000455*                    HISTORY INQUIRY CARRY THE NEW FIELDS AND
000456*                    ENTRIES.
000457*   10/15/2026 DAS   THE ACCOUNT RECORD NOW CARRIES THE
000458*                    EARLY-WITHDRAWAL PENALTIES CHARGED THIS YEAR
000459*                    AND LAST YEAR (SEE SAVINGS_ACCOUNT_CONVERT4).
000460*                    A NEW ACCOUNT STARTS AT ZERO, INQUIRY SHOWS A
000461*                    CERTIFICATE'S PENALTIES, AND THE AUDIT IMAGES
000462*                    GROW TO THE 138-BYTE RECORD.
000463* ---------------------------------------------------------------
000464 ENVIRONMENT DIVISION.
000465 CONFIGURATION SECTION.
000466 SOURCE-COMPUTER. IBM-370.
000467 OBJECT-COMPUTER. IBM-370.
000468*
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL SAVINGS-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000540     SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "SAVMLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DL200-AUDIT-FILE-STATUS.
000561     SELECT OPTIONAL SAVINGS-HISTORY-FILE ASSIGN TO "SAVHIST"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS STH-KEY
000565         FILE STATUS IS DL200-HIST-FILE-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000710     05  SAR-DORMANT-FLAG        PIC X(01).
000711     05  SAR-PRODUCT-CODE        PIC X(02).
000712     05  SAR-CUSTOMER-NUMBER     PIC X(06).
000713     05  SAR-YTD-INTEREST        PIC S9(07)V99
000714         SIGN IS TRAILING SEPARATE.
000715     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
000716     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000717         SIGN IS TRAILING SEPARATE.
000718     05  SAR-ACCOUNT-STATUS      PIC X(01).
000719         88  SAR-ACCOUNT-ACTIVE          VALUE "A".
000720         88  SAR-ACCOUNT-PENDING-CLOSE   VALUE "P".
000721         88  SAR-ACCOUNT-CLOSED          VALUE "C".
000722     05  SAR-CLOSE-DATE          PIC 9(08).
000723     05  SAR-ACCOUNT-TYPE        PIC X(01).
000724         88  SAR-PASSBOOK-SAVINGS           VALUE "S".
000725         88  SAR-CERTIFICATE                VALUE "C".
000726     05  SAR-OPEN-DATE           PIC 9(08).
000727     05  SAR-TERM-MONTHS         PIC 9(03).
000728     05  SAR-MATURITY-DATE       PIC 9(08).
000729     05  SAR-MATURITY-OPTION     PIC X(01).
000730         88  SAR-MATURITY-RENEW             VALUE "R".
000731         88  SAR-MATURITY-PAYOUT            VALUE "P".
000732     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
000733     05  SAR-NOTICE-DATE         PIC 9(08).
000734     05  SAR-YTD-PENALTY         PIC S9(07)V99
000735         SIGN IS TRAILING SEPARATE.
000736     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
000737         SIGN IS TRAILING SEPARATE.
000738 01  SAVINGS-ACCOUNT-TRAILER.
000739     05  SAT-TRAILER-ID          PIC X(10).
000740     05  SAT-RECORD-COUNT        PIC 9(07).
000750     05  SAT-HASH-AMOUNT         PIC S9(10)V99
000760         SIGN IS TRAILING SEPARATE.
000770*
000780 FD  MAINT-AUDIT-FILE.
000781 01  MAINT-AUDIT-RECORD          PIC X(313).
000782*
000783 FD  SAVINGS-HISTORY-FILE.
000784 01  SAVINGS-HISTORY-RECORD.
000785     05  STH-KEY.
000786         10  STH-ACCOUNT-ID      PIC X(10).
000787         10  STH-POSTING-DATE    PIC 9(08).
000788         10  STH-SEQUENCE        PIC 9(07).
000789     05  STH-ENTRY-TYPE          PIC X(03).
000790     05  STH-AMOUNT              PIC S9(09)V99
000791         SIGN IS TRAILING SEPARATE.
000792     05  STH-BALANCE-AFTER       PIC S9(09)V99
000793         SIGN IS TRAILING SEPARATE.
000794     05  STH-TRANS-TYPE          PIC X(01).
000795     05  STH-REASON-CODE         PIC X(02).
000796     05  FILLER                  PIC X(25).
000800*
000810 WORKING-STORAGE SECTION.
000820*
000830 77  DL200-ACCOUNT-FILE-STATUS   PIC X(02) VALUE "00".
000840 77  DL200-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
000845 77  DL200-HIST-FILE-STATUS      PIC X(02) VALUE "00".
000850*
000860 77  DL200-TRAILER-ID            PIC X(10) VALUE "9999999999".
000870 77  DL200-MAX-INTEREST-RATE     PIC 9(04)V9 VALUE 25.0.
000873 77  DL200-HISTORY-PAGE-SIZE     PIC 9(02) COMP VALUE 10.
000876 77  DL200-MAX-TERM-MONTHS       PIC 9(03) VALUE 120.
000880*
000890 01  DL200-RUN-DATE              PIC 9(08) VALUE ZERO.
000900 01  DL200-OPERATOR-ID           PIC X(08) VALUE SPACES.
000940     88  DL200-FUNC-CHANGE                  VALUE "C".
000950     88  DL200-FUNC-CLOSE                   VALUE "X".
000960     88  DL200-FUNC-INQUIRE                 VALUE "I".
000965     88  DL200-FUNC-HISTORY                 VALUE "H".
000970     88  DL200-FUNC-EXIT                    VALUE "E".
000980*
000990 01  DL200-TRAILER-SWITCH        PIC X(01) VALUE "N".
001150     88  DL200-MASTER-CHANGED               VALUE "Y".
001160*
001170 01  DL200-CONFIRM-CODE          PIC X(01) VALUE SPACE.
001171*
001172 01  DL200-SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
001173     88  DL200-END-OF-HISTORY-SCAN          VALUE "Y".
001174*
001175 01  DL200-FROM-DATE-X           PIC X(08) VALUE SPACES.
001176 01  DL200-FROM-DATE-N REDEFINES DL200-FROM-DATE-X
001177                                 PIC 9(08).
001178 01  DL200-TO-DATE-X             PIC X(08) VALUE SPACES.
001179 01  DL200-TO-DATE-N REDEFINES DL200-TO-DATE-X
001180                                 PIC 9(08).
001181*
001182 01  DL200-PAGE-LINE-COUNT       PIC 9(02) COMP VALUE ZERO.
001183 01  DL200-HISTORY-COUNT         PIC 9(05) COMP VALUE ZERO.
001184*
001190 01  DL200-ERROR-MESSAGE         PIC X(40) VALUE SPACES.
001200*
001210 01  DL200-WORK-ACCOUNT-ID       PIC X(10) VALUE SPACES.
001260     88  DL200-FREQ-VALID        VALUES "A" "Q" "M" "D".
001261 01  DL200-WORK-PRODUCT          PIC X(02) VALUE SPACES.
001262 01  DL200-WORK-CUSTOMER         PIC X(06) VALUE SPACES.
001263 01  DL200-WORK-TYPE             PIC X(01) VALUE "S".
001264     88  DL200-TYPE-PASSBOOK                VALUE "S".
001265     88  DL200-TYPE-CERTIFICATE             VALUE "C".
001266     88  DL200-TYPE-VALID                   VALUES "S" "C".
001267 01  DL200-WORK-TERM             PIC 9(03) VALUE ZERO.
001268 01  DL200-WORK-OPTION           PIC X(01) VALUE SPACE.
001269     88  DL200-OPTION-PAYOUT                VALUE "P".
001270     88  DL200-OPTION-VALID                 VALUES "R" "P".
001271 01  DL200-WORK-LINKED-ID        PIC X(10) VALUE SPACES.
001272*
001273* THE ACCOUNT RECORD AREA IS SAVED HERE WHILE A CERTIFICATE'S
001274* LINKED PAYOUT ACCOUNT IS READ FOR ITS EDIT.
001275 01  DL200-HOLD-RECORD           PIC X(138) VALUE SPACES.
001276*
001277* CALENDAR-MONTH ARITHMETIC FOR THE MATURITY DATE OF A NEW
001278* CERTIFICATE (5200-ADD-MONTHS), THE SAME RULE THE NIGHTLY
001279* BATCH USES WHEN IT RENEWS ONE.
001280 01  DL200-DATE-WORK.
001281     05  DL200-DW-YEAR           PIC 9(04).
001282     05  DL200-DW-MONTH          PIC 9(02).
001283     05  DL200-DW-DAY            PIC 9(02).
001284 01  DL200-DATE-WORK-NUMBER REDEFINES DL200-DATE-WORK
001285                                 PIC 9(08).
001286 01  DL200-MONTH-SERIAL          PIC 9(07) COMP VALUE ZERO.
001287 01  DL200-MONTH-REMAINDER       PIC 9(02) COMP VALUE ZERO.
001288 01  DL200-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
001289 01  DL200-LEAP-REMAINDER-4      PIC 9(03) COMP VALUE ZERO.
001290 01  DL200-LEAP-REMAINDER-100    PIC 9(03) COMP VALUE ZERO.
001291 01  DL200-LEAP-REMAINDER-400    PIC 9(03) COMP VALUE ZERO.
001292 01  DL200-LAST-DAY              PIC 9(02) VALUE ZERO.
001293 01  DL200-MONTH-LENGTH-VALUES   PIC X(24) VALUE
001294     "312831303130313130313031".
001295 01  DL200-MONTH-LENGTH-TABLE REDEFINES DL200-MONTH-LENGTH-VALUES.
001296     05  DL200-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.
001297*
001298 01  DL200-OLD-BALANCE           PIC S9(07)V99 VALUE ZERO.
001299*
001300* THE CONTROL-TOTAL TRAILER IS HELD IN STORAGE WHILE THE DIALOG
001310* RUNS AND REWRITTEN AT EXIT WHEN ANY CHANGE WAS APPLIED.
001320 01  DL200-TRAILER-COUNT         PIC 9(07) VALUE ZERO.
001380*
001390 01  DL200-DISPLAY-BALANCE       PIC -Z,ZZZ,ZZ9.99.
001400 01  DL200-DISPLAY-RATE          PIC ZZZ9.9.
001401*
001402 01  DL200-HISTORY-DISPLAY-LINE.
001403     05  DHL-POSTING-DATE        PIC 9(08).
001404     05  FILLER                  PIC X(02) VALUE SPACES.
001405     05  DHL-DESCRIPTION         PIC X(15).
001406     05  DHL-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
001407     05  FILLER                  PIC X(02) VALUE SPACES.
001408     05  DHL-DETAIL              PIC X(30).
001409*
001410 01  DL200-HISTORY-BALANCE       PIC -ZZZ,ZZZ,ZZ9.99.
001411*
001420 01  DL200-RECORD-IMAGE.
001430     05  DRI-ACCOUNT-ID          PIC X(10).
001440     05  DRI-BALANCE             PIC S9(07)V99
001510     05  DRI-DORMANT-FLAG        PIC X(01).
001511     05  DRI-PRODUCT-CODE        PIC X(02).
001512     05  DRI-CUSTOMER-NUMBER     PIC X(06).
001513     05  DRI-YTD-INTEREST        PIC S9(07)V99
001514         SIGN IS TRAILING SEPARATE.
001515     05  DRI-YTD-INTEREST-YEAR   PIC 9(04).
001516     05  DRI-PRIOR-YEAR-INTEREST PIC S9(07)V99
001517         SIGN IS TRAILING SEPARATE.
001518     05  DRI-ACCOUNT-STATUS      PIC X(01).
001519     05  DRI-CLOSE-DATE          PIC 9(08).
001520     05  DRI-ACCOUNT-TYPE        PIC X(01).
001521     05  DRI-OPEN-DATE           PIC 9(08).
001522     05  DRI-TERM-MONTHS         PIC 9(03).
001523     05  DRI-MATURITY-DATE       PIC 9(08).
001524     05  DRI-MATURITY-OPTION     PIC X(01).
001525     05  DRI-LINKED-ACCOUNT-ID   PIC X(10).
001526     05  DRI-NOTICE-DATE         PIC 9(08).
001527     05  DRI-YTD-PENALTY         PIC S9(07)V99
001528         SIGN IS TRAILING SEPARATE.
001529     05  DRI-PRIOR-YEAR-PENALTY  PIC S9(07)V99
001530         SIGN IS TRAILING SEPARATE.
001531*
001532 01  DL200-AUDIT-LINE.
001540     05  DAL-DATE                PIC 9(08).
001550     05  FILLER                  PIC X(01) VALUE SPACES.
001560     05  DAL-OPERATOR            PIC X(08).
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  DAL-ACCOUNT-ID          PIC X(10).
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  DAL-BEFORE-IMAGE        PIC X(138).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  DAL-AFTER-IMAGE         PIC X(138).
001650*
001660 PROCEDURE DIVISION.
001670*
001760* ---------------------------------------------------------------
001770* 1000-INITIALIZE STAMPS THE RUN DATE, IDENTIFIES THE OPERATOR
001780* FOR THE AUDIT LOG, OPENS THE AUDIT LOG IN EXTEND MODE, OPENS
001788* THE INDEXED ACCOUNT MASTER FOR DIRECT I-O AND THE HISTORY
001796* FILE FOR INQUIRY, AND READS THE CONTROL-TOTAL TRAILER INTO
001804* STORAGE. A MASTER WITH DATA BUT NO TRAILER IS REFUSED THE
001812* SAME WAY THE NIGHTLY BATCH REFUSES IT.
001820* ---------------------------------------------------------------
001830 1000-INITIALIZE.
001840     ACCEPT DL200-RUN-DATE FROM DATE YYYYMMDD.
002000             DL200-ACCOUNT-FILE-STATUS NOT = "05"
002010         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
002020             DL200-ACCOUNT-FILE-STATUS
002021         STOP RUN
002022     END-IF.
002023     OPEN INPUT SAVINGS-HISTORY-FILE.
002024     IF DL200-HIST-FILE-STATUS NOT = "00" AND
002025             DL200-HIST-FILE-STATUS NOT = "05"
002026         DISPLAY "SAVHIST OPEN FAILED, STATUS = "
002027             DL200-HIST-FILE-STATUS
002030         STOP RUN
002040     END-IF.
002050     PERFORM 1200-READ-TRAILER THRU 1200-EXIT.
002640* ---------------------------------------------------------------
002650 2000-PROCESS-ONE-REQUEST.
002660     DISPLAY " ".
002666     DISPLAY "Function: A=Add C=Change X=Close I=Inquire "
002672         "H=History E=End".
002680     ACCEPT DL200-FUNCTION-CODE.
002690     EVALUATE TRUE
002700         WHEN DL200-FUNC-ADD
002750             PERFORM 3300-CLOSE-ACCOUNT THRU 3300-EXIT
002760         WHEN DL200-FUNC-INQUIRE
002770             PERFORM 3400-INQUIRE-ACCOUNT THRU 3400-EXIT
002773         WHEN DL200-FUNC-HISTORY
002776             PERFORM 3500-HISTORY-INQUIRY THRU 3500-EXIT
002780         WHEN DL200-FUNC-EXIT
002790             CONTINUE
002800         WHEN OTHER
002870* 3100-ADD-ACCOUNT OPENS A NEW ACCOUNT. THE ACCOUNT ID MUST NOT
002880* ALREADY BE ON THE MASTER AND THE FIGURES MUST PASS THE SAME
002890* EDITS THE NIGHTLY BATCH RUN APPLIES. THE NEW ACCOUNT STARTS
002894* WITH TODAY'S DATE OF LAST ACTIVITY, DORMANT FLAG "N", AND
002898* STATUS ACTIVE. A TERM CERTIFICATE OPENS TODAY AND MATURES
002902* ITS TERM IN MONTHS LATER; ITS RATE STARTS AT ZERO SO THAT
002906* TONIGHT'S BATCH PRICES IT FROM THE SAVRATE TABLE.
002910* ---------------------------------------------------------------
002920 3100-ADD-ACCOUNT.
002930     DISPLAY "Please enter the new account id:".
003060         DISPLAY "Add rejected: account already on file."
003070         GO TO 3100-EXIT
003080     END-IF.
003081     PERFORM 4050-GET-ACCOUNT-TYPE THRU 4050-EXIT.
003082     IF NOT DL200-TYPE-VALID
003083         DISPLAY "Add rejected: account type must be S or C."
003084         GO TO 3100-EXIT
003085     END-IF.
003086     MOVE ZERO TO DL200-WORK-RATE.
003090     PERFORM 4100-GET-ACCOUNT-FIGURES THRU 4100-EXIT.
003100     PERFORM 5000-VALIDATE-FIELDS THRU 5000-EXIT.
003110     IF DL200-INPUT-INVALID
003120         DISPLAY "Add rejected: " DL200-ERROR-MESSAGE
003130         GO TO 3100-EXIT
003131     END-IF.
003132     IF DL200-TYPE-CERTIFICATE
003133         PERFORM 4150-GET-CERTIFICATE-TERMS THRU 4150-EXIT
003134         PERFORM 5100-VALIDATE-CERTIFICATE THRU 5100-EXIT
003135         IF DL200-INPUT-INVALID
003136             DISPLAY "Add rejected: " DL200-ERROR-MESSAGE
003137             GO TO 3100-EXIT
003138         END-IF
003140     END-IF.
003150     MOVE DL200-WORK-ACCOUNT-ID TO SAR-ACCOUNT-ID.
003160     MOVE DL200-WORK-BALANCE TO SAR-BALANCE.
003210     MOVE "N" TO SAR-DORMANT-FLAG.
003211     MOVE DL200-WORK-PRODUCT TO SAR-PRODUCT-CODE.
003212     MOVE DL200-WORK-CUSTOMER TO SAR-CUSTOMER-NUMBER.
003213     MOVE ZERO TO SAR-YTD-INTEREST.
003214     COMPUTE SAR-YTD-INTEREST-YEAR = DL200-RUN-DATE / 10000.
003215     MOVE ZERO TO SAR-PRIOR-YEAR-INTEREST.
003216     MOVE "A" TO SAR-ACCOUNT-STATUS.
003217     MOVE ZERO TO SAR-CLOSE-DATE.
003218     MOVE DL200-WORK-TYPE TO SAR-ACCOUNT-TYPE.
003219     MOVE DL200-RUN-DATE TO SAR-OPEN-DATE.
003220     MOVE ZERO TO SAR-NOTICE-DATE.
003221     MOVE ZERO TO SAR-YTD-PENALTY.
003222     MOVE ZERO TO SAR-PRIOR-YEAR-PENALTY.
003223     IF DL200-TYPE-CERTIFICATE
003224         MOVE DL200-WORK-TERM TO SAR-TERM-MONTHS
003225         MOVE DL200-RUN-DATE TO DL200-DATE-WORK-NUMBER
003226         PERFORM 5200-ADD-MONTHS THRU 5200-EXIT
003227         MOVE DL200-DATE-WORK-NUMBER TO SAR-MATURITY-DATE
003228         MOVE DL200-WORK-OPTION TO SAR-MATURITY-OPTION
003229         MOVE DL200-WORK-LINKED-ID TO SAR-LINKED-ACCOUNT-ID
003230     ELSE
003231         MOVE ZERO TO SAR-TERM-MONTHS
003232         MOVE ZERO TO SAR-MATURITY-DATE
003233         MOVE SPACE TO SAR-MATURITY-OPTION
003234         MOVE SPACES TO SAR-LINKED-ACCOUNT-ID
003235     END-IF.
003236     WRITE SAVINGS-ACCOUNT-RECORD
003237         INVALID KEY
003240             DISPLAY "Add rejected: write failed, status = "
003250                 DL200-ACCOUNT-FILE-STATUS
003260             GO TO 3100-EXIT
003350     MOVE "ADD" TO DAL-FUNCTION.
003360     PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
003370     DISPLAY "Account " DL200-WORK-ACCOUNT-ID " added.".
003372     IF DL200-TYPE-CERTIFICATE
003374         DISPLAY "Certificate matures " SAR-MATURITY-DATE
003376             "; rate is set from SAVRATE in tonight's run."
003378     END-IF.
003380 3100-EXIT.
003390     EXIT.
003400*
003420* 3200-CHANGE-ACCOUNT RE-KEYS THE FIGURES FOR AN EXISTING
003430* ACCOUNT. THE NEW FIGURES MUST PASS THE SAME EDITS AS AN ADD;
003440* THE OLD AND NEW IMAGES BOTH GO TO THE AUDIT LOG. THE DATE OF
003444* LAST ACTIVITY AND DORMANT FLAG ARE PRESERVED. AN ACCOUNT
003448* PENDING CLOSE OR CLOSED CANNOT BE CHANGED. A CERTIFICATE KEEPS
003452* ITS TYPE, TERM, MATURITY DATE, AND THE RATE HELD FOR THE TERM;
003456* ONLY ITS MATURITY INSTRUCTION MAY BE RE-KEYED.
003460* ---------------------------------------------------------------
003470 3200-CHANGE-ACCOUNT.
003480     DISPLAY "Please enter the account id to change:".
003520         DISPLAY "Change rejected: account not on file."
003530         GO TO 3200-EXIT
003540     END-IF.
003541     IF NOT SAR-ACCOUNT-ACTIVE
003542         DISPLAY "Change rejected: account is closed or pending "
003543             "close."
003544         GO TO 3200-EXIT
003545     END-IF.
003550     PERFORM 3450-DISPLAY-ACCOUNT THRU 3450-EXIT.
003560     PERFORM 6000-BUILD-RECORD-IMAGE THRU 6000-EXIT.
003570     MOVE DL200-RECORD-IMAGE TO DAL-BEFORE-IMAGE.
003580     MOVE SAR-BALANCE TO DL200-OLD-BALANCE.
003583     MOVE SAR-ACCOUNT-TYPE TO DL200-WORK-TYPE.
003586     MOVE SAR-INTEREST-RATE TO DL200-WORK-RATE.
003590     PERFORM 4100-GET-ACCOUNT-FIGURES THRU 4100-EXIT.
003600     PERFORM 5000-VALIDATE-FIELDS THRU 5000-EXIT.
003610     IF DL200-INPUT-INVALID
003620         DISPLAY "Change rejected: " DL200-ERROR-MESSAGE
003621         GO TO 3200-EXIT
003622     END-IF.
003623     IF DL200-TYPE-CERTIFICATE
003624         MOVE SAR-TERM-MONTHS TO DL200-WORK-TERM
003625         PERFORM 4150-GET-CERTIFICATE-TERMS THRU 4150-EXIT
003626         PERFORM 5100-VALIDATE-CERTIFICATE THRU 5100-EXIT
003627         IF DL200-INPUT-INVALID
003628             DISPLAY "Change rejected: " DL200-ERROR-MESSAGE
003629             GO TO 3200-EXIT
003630         END-IF
003631         MOVE DL200-WORK-OPTION TO SAR-MATURITY-OPTION
003632         MOVE DL200-WORK-LINKED-ID TO SAR-LINKED-ACCOUNT-ID
003640     END-IF.
003650     MOVE DL200-WORK-BALANCE TO SAR-BALANCE.
003660     MOVE DL200-WORK-RATE TO SAR-INTEREST-RATE.
003850     EXIT.
003860*
003870* ---------------------------------------------------------------
003876* 3300-CLOSE-ACCOUNT MARKS AN ACCOUNT PENDING CLOSE AFTER
003882* OPERATOR CONFIRMATION. THE RECORD STAYS ON THE MASTER; THE
003888* NIGHTLY BATCH POSTS ANY LAST TRANSACTIONS AND THE FINAL
003894* INTEREST, PAYS THE BALANCE OUT BY OFFICIAL CHECK, AND MARKS IT
003900* CLOSED. THE BALANCE IS UNCHANGED HERE, SO THE TRAILER IS TOO.
003910* ---------------------------------------------------------------
003920 3300-CLOSE-ACCOUNT.
003930     DISPLAY "Please enter the account id to close:".
003970         DISPLAY "Close rejected: account not on file."
003980         GO TO 3300-EXIT
003990     END-IF.
003991     IF NOT SAR-ACCOUNT-ACTIVE
003992         DISPLAY "Close rejected: account is already closed or "
003993             "pending close."
003994         GO TO 3300-EXIT
003995     END-IF.
004000     PERFORM 3450-DISPLAY-ACCOUNT THRU 3450-EXIT.
004002     IF SAR-CERTIFICATE AND SAR-MATURITY-DATE > DL200-RUN-DATE
004004         DISPLAY "Certificate has not matured; the early "
004006             "withdrawal penalty will be charged."
004008     END-IF.
004010     DISPLAY "Confirm close of this account (Y/N):".
004020     ACCEPT DL200-CONFIRM-CODE.
004030     IF DL200-CONFIRM-CODE NOT = "Y"
004060     END-IF.
004070     PERFORM 6000-BUILD-RECORD-IMAGE THRU 6000-EXIT.
004080     MOVE DL200-RECORD-IMAGE TO DAL-BEFORE-IMAGE.
004090     MOVE "P" TO SAR-ACCOUNT-STATUS.
004100     MOVE DL200-RUN-DATE TO SAR-CLOSE-DATE.
004110     REWRITE SAVINGS-ACCOUNT-RECORD
004120         INVALID KEY
004130             DISPLAY "Close rejected: rewrite failed, status = "
004140                 DL200-ACCOUNT-FILE-STATUS
004150             GO TO 3300-EXIT
004175     END-REWRITE.
004200     ADD 1 TO DL200-CLOSE-COUNT.
004203     PERFORM 6000-BUILD-RECORD-IMAGE THRU 6000-EXIT.
004206     MOVE DL200-RECORD-IMAGE TO DAL-AFTER-IMAGE.
004210     MOVE "CLOSE" TO DAL-FUNCTION.
004220     PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
004226     DISPLAY "Account " DL200-WORK-ACCOUNT-ID
004232         " marked for closing in tonight's run.".
004240 3300-EXIT.
004250     EXIT.
004260*
004480     DISPLAY "Dormant flag:         " SAR-DORMANT-FLAG.
004481     DISPLAY "Product code:         " SAR-PRODUCT-CODE.
004482     DISPLAY "Customer number:      " SAR-CUSTOMER-NUMBER.
004483     MOVE SAR-YTD-INTEREST TO DL200-DISPLAY-BALANCE.
004484     DISPLAY "Interest paid " SAR-YTD-INTEREST-YEAR ":   "
004485         DL200-DISPLAY-BALANCE.
004486     MOVE SAR-PRIOR-YEAR-INTEREST TO DL200-DISPLAY-BALANCE.
004487     DISPLAY "Interest prior year:  " DL200-DISPLAY-BALANCE.
004488     EVALUATE TRUE
004489         WHEN SAR-ACCOUNT-PENDING-CLOSE
004490             DISPLAY "Account status:       PENDING CLOSE "
004491                 SAR-CLOSE-DATE
004492         WHEN SAR-ACCOUNT-CLOSED
004493             DISPLAY "Account status:       CLOSED "
004494                 SAR-CLOSE-DATE
004495         WHEN OTHER
004496             DISPLAY "Account status:       ACTIVE"
004497     END-EVALUATE.
004498     IF NOT SAR-CERTIFICATE
004499         DISPLAY "Account type:         SAVINGS"
004500         GO TO 3450-EXIT
004501     END-IF.
004502     DISPLAY "Account type:         CERTIFICATE".
004503     DISPLAY "Open date:            " SAR-OPEN-DATE.
004504     DISPLAY "Term (months):        " SAR-TERM-MONTHS.
004505     DISPLAY "Maturity date:        " SAR-MATURITY-DATE.
004506     IF SAR-MATURITY-PAYOUT
004507         DISPLAY "At maturity:          PAY OUT TO "
004508             SAR-LINKED-ACCOUNT-ID
004509     ELSE
004510         DISPLAY "At maturity:          RENEW"
004511     END-IF.
004512     IF SAR-NOTICE-DATE NOT = ZERO
004513         DISPLAY "Maturity notice sent: " SAR-NOTICE-DATE
004514     END-IF.
004515     MOVE SAR-YTD-PENALTY TO DL200-DISPLAY-BALANCE.
004516     DISPLAY "Penalty paid " SAR-YTD-INTEREST-YEAR ":    "
004517         DL200-DISPLAY-BALANCE.
004518     MOVE SAR-PRIOR-YEAR-PENALTY TO DL200-DISPLAY-BALANCE.
004519     DISPLAY "Penalty prior year:   " DL200-DISPLAY-BALANCE.
004520 3450-EXIT.
004521     EXIT.
004522*
004523* ---------------------------------------------------------------
004524* 3500-HISTORY-INQUIRY PAGES THROUGH ONE ACCOUNT'S ENTRIES ON
004525* THE TRANSACTION HISTORY FILE FOR A POSTING-DATE RANGE (BLANK
004526* FROM/TO MEANS NO LIMIT), OLDEST FIRST. AFTER EACH PAGE THE
004527* OPERATOR MAY GO ON OR STOP. THE ACCOUNT NEED NOT STILL BE ON
004528* THE MASTER - THE HISTORY OF A CLOSED ACCOUNT STAYS ON FILE.
004529* ---------------------------------------------------------------
004530 3500-HISTORY-INQUIRY.
004531     DISPLAY "Please enter the account id for history:".
004532     ACCEPT DL200-WORK-ACCOUNT-ID.
004533     IF DL200-WORK-ACCOUNT-ID = SPACES OR
004534             DL200-WORK-ACCOUNT-ID = DL200-TRAILER-ID
004535         DISPLAY "History rejected: not a valid account id."
004536         GO TO 3500-EXIT
004537     END-IF.
004538     DISPLAY "Posting date from (YYYYMMDD, blank for none):".
004539     ACCEPT DL200-FROM-DATE-X.
004540     IF DL200-FROM-DATE-X IS NOT NUMERIC
004541         MOVE ZEROES TO DL200-FROM-DATE-X
004542     END-IF.
004543     DISPLAY "Posting date to (YYYYMMDD, blank for none):".
004544     ACCEPT DL200-TO-DATE-X.
004545     IF DL200-TO-DATE-X IS NOT NUMERIC
004546         MOVE "99999999" TO DL200-TO-DATE-X
004547     END-IF.
004548     MOVE ZERO TO DL200-HISTORY-COUNT.
004549     MOVE ZERO TO DL200-PAGE-LINE-COUNT.
004550     MOVE "N" TO DL200-SCAN-EOF-SWITCH.
004551     MOVE DL200-WORK-ACCOUNT-ID TO STH-ACCOUNT-ID.
004552     MOVE DL200-FROM-DATE-N TO STH-POSTING-DATE.
004553     MOVE ZERO TO STH-SEQUENCE.
004554     START SAVINGS-HISTORY-FILE KEY IS NOT LESS THAN STH-KEY
004555         INVALID KEY
004556             SET DL200-END-OF-HISTORY-SCAN TO TRUE
004557     END-START.
004558     DISPLAY "DATE      ENTRY                   AMOUNT  "
004559         "BALANCE AFTER / REASON".
004560     PERFORM 3520-SHOW-ONE-ENTRY THRU 3520-EXIT
004561         UNTIL DL200-END-OF-HISTORY-SCAN.
004562     DISPLAY "HISTORY ENTRIES SHOWN: " DL200-HISTORY-COUNT.
004563 3500-EXIT.
004564     EXIT.
004565*
004566* ---------------------------------------------------------------
004567* 3520-SHOW-ONE-ENTRY READS THE NEXT HISTORY ENTRY AND ENDS THE
004568* SCAN AT THE NEXT ACCOUNT OR PAST THE TO-DATE. AT EACH FULL
004569* PAGE IT ASKS WHETHER TO GO ON.
004570* ---------------------------------------------------------------
004571 3520-SHOW-ONE-ENTRY.
004572     READ SAVINGS-HISTORY-FILE NEXT RECORD
004573         AT END
004574             SET DL200-END-OF-HISTORY-SCAN TO TRUE
004575     END-READ.
004576     IF DL200-END-OF-HISTORY-SCAN
004577         GO TO 3520-EXIT
004578     END-IF.
004579     IF STH-ACCOUNT-ID NOT = DL200-WORK-ACCOUNT-ID OR
004580             STH-POSTING-DATE > DL200-TO-DATE-N
004581         SET DL200-END-OF-HISTORY-SCAN TO TRUE
004582         GO TO 3520-EXIT
004583     END-IF.
004584     IF DL200-PAGE-LINE-COUNT NOT < DL200-HISTORY-PAGE-SIZE
004585         DISPLAY "More history (Y/N):"
004586         ACCEPT DL200-CONFIRM-CODE
004587         IF DL200-CONFIRM-CODE NOT = "Y"
004588             SET DL200-END-OF-HISTORY-SCAN TO TRUE
004589             GO TO 3520-EXIT
004590         END-IF
004591         MOVE ZERO TO DL200-PAGE-LINE-COUNT
004592     END-IF.
004593     PERFORM 3550-FORMAT-HISTORY-LINE THRU 3550-EXIT.
004594     DISPLAY DL200-HISTORY-DISPLAY-LINE.
004595     ADD 1 TO DL200-PAGE-LINE-COUNT.
004596     ADD 1 TO DL200-HISTORY-COUNT.
004597 3520-EXIT.
004598     EXIT.
004599*
004600* ---------------------------------------------------------------
004601* 3550-FORMAT-HISTORY-LINE BUILDS THE DISPLAY LINE FOR ONE
004602* HISTORY ENTRY: POSTED MONEY SHOWS THE BALANCE AFTER IT, A
004603* REJECT SHOWS ITS TRANSACTION TYPE AND THE REASON, USING THE
004604* SAME REASON CODES AS THE NSF/REJECTS REPORT (SAVNSF).
004605* ---------------------------------------------------------------
004606 3550-FORMAT-HISTORY-LINE.
004607     MOVE STH-POSTING-DATE TO DHL-POSTING-DATE.
004608     MOVE STH-AMOUNT TO DHL-AMOUNT.
004609     MOVE STH-BALANCE-AFTER TO DL200-HISTORY-BALANCE.
004610     MOVE DL200-HISTORY-BALANCE TO DHL-DETAIL.
004611     EVALUATE STH-ENTRY-TYPE
004612         WHEN "DEP"
004613             MOVE "DEPOSIT" TO DHL-DESCRIPTION
004614         WHEN "WDL"
004615             MOVE "WITHDRAWAL" TO DHL-DESCRIPTION
004616         WHEN "INT"
004617             MOVE "INTEREST" TO DHL-DESCRIPTION
004618         WHEN "SVC"
004619             MOVE "SERVICE CHARGE" TO DHL-DESCRIPTION
004620         WHEN "CLS"
004621             MOVE "CLOSING PAYOUT" TO DHL-DESCRIPTION
004622         WHEN "PRG"
004623             MOVE "RECORD PURGED" TO DHL-DESCRIPTION
004624         WHEN "PEN"
004625             MOVE "CD PENALTY" TO DHL-DESCRIPTION
004626         WHEN "MAT"
004627             MOVE "CD MATURITY OUT" TO DHL-DESCRIPTION
004628         WHEN "XFR"
004629             MOVE "CD MATURITY IN" TO DHL-DESCRIPTION
004630         WHEN "RNW"
004631             MOVE "CD RENEWED" TO DHL-DESCRIPTION
004632         WHEN "REJ"
004633             MOVE SPACES TO DHL-DESCRIPTION
004634             STRING "REJECTED TYPE " STH-TRANS-TYPE
004635                 DELIMITED BY SIZE INTO DHL-DESCRIPTION
004636             PERFORM 3560-SET-REASON-TEXT THRU 3560-EXIT
004637         WHEN OTHER
004638             MOVE STH-ENTRY-TYPE TO DHL-DESCRIPTION
004639     END-EVALUATE.
004640 3550-EXIT.
004641     EXIT.
004642*
004643 3560-SET-REASON-TEXT.
004644     EVALUATE STH-REASON-CODE
004645         WHEN "01"
004646             MOVE "UNKNOWN TRANSACTION TYPE" TO DHL-DETAIL
004647         WHEN "02"
004648             MOVE "NO MASTER RECORD FOR ACCOUNT" TO DHL-DETAIL
004649         WHEN "03"
004650             MOVE "TRANSACTION OUT OF SEQUENCE" TO DHL-DETAIL
004651         WHEN "04"
004652             MOVE "WITHDRAWAL EXCEEDS BALANCE" TO DHL-DETAIL
004653         WHEN "05"
004654             MOVE "ACCOUNT REJECTED BY EDITS" TO DHL-DETAIL
004655         WHEN "06"
004656             MOVE "ACCOUNT IS CLOSED" TO DHL-DETAIL
004657         WHEN "07"
004658             MOVE "WITHDRAWAL NOT ALLOWED ON CD" TO DHL-DETAIL
004659         WHEN "08"
004660             MOVE "EARLY WITHDRAWAL NOT ON A CD" TO DHL-DETAIL
004661         WHEN OTHER
004662             MOVE "UNSPECIFIED EDIT FAILURE" TO DHL-DETAIL
004663     END-EVALUATE.
004664 3560-EXIT.
004665     EXIT.
004666*
004667* ---------------------------------------------------------------
004668* 4000-FIND-ACCOUNT READS THE MASTER DIRECTLY BY THE WORK
004669* ACCOUNT ID. ON A HIT THE RECORD AREA HOLDS THE ACCOUNT.
004670* ---------------------------------------------------------------
004671 4000-FIND-ACCOUNT.
004672     SET DL200-ACCOUNT-NOT-FOUND TO TRUE.
004673     MOVE DL200-WORK-ACCOUNT-ID TO SAR-ACCOUNT-ID.
004674     READ SAVINGS-ACCOUNT-FILE
004675         INVALID KEY
004676             GO TO 4000-EXIT
004677     END-READ.
004678     SET DL200-ACCOUNT-FOUND TO TRUE.
004679 4000-EXIT.
004680     EXIT.
004681*
004682* ---------------------------------------------------------------
004683* 4050-GET-ACCOUNT-TYPE ASKS WHETHER A NEW ACCOUNT IS ORDINARY
004684* SAVINGS OR A TERM CERTIFICATE. BLANK MEANS SAVINGS.
004685* ---------------------------------------------------------------
004686 4050-GET-ACCOUNT-TYPE.
004687     DISPLAY "Please enter the account type "
004688         "(S=Savings C=Certificate):".
004689     ACCEPT DL200-WORK-TYPE.
004690     IF DL200-WORK-TYPE = SPACE
004691         MOVE "S" TO DL200-WORK-TYPE
004692     END-IF.
004693 4050-EXIT.
004694     EXIT.
004695*
004696 4100-GET-ACCOUNT-FIGURES.
004697     DISPLAY "Please enter the current balance of the savings "
004698         "account:".
004700     ACCEPT DL200-WORK-BALANCE.
004705     IF NOT DL200-TYPE-CERTIFICATE
004710         DISPLAY "Please enter the annual interest rate "
004715             "(percent):"
004720         ACCEPT DL200-WORK-RATE
004725     END-IF.
004730     DISPLAY "Please enter the number of years the money will "
004740         "remain in the account:".
004750     ACCEPT DL200-WORK-YEARS.
004782     ACCEPT DL200-WORK-PRODUCT.
004783     DISPLAY "Please enter the customer number (or blank):".
004784     ACCEPT DL200-WORK-CUSTOMER.
004785 4100-EXIT.
004786     EXIT.
004787*
004788* ---------------------------------------------------------------
004789* 4150-GET-CERTIFICATE-TERMS TAKES THE TERM (ON AN ADD ONLY) AND
004790* THE MATURITY INSTRUCTION: RENEW FOR THE SAME TERM, OR PAY OUT
004791* TO A LINKED SAVINGS ACCOUNT.
004792* ---------------------------------------------------------------
004793 4150-GET-CERTIFICATE-TERMS.
004794     IF DL200-FUNC-ADD
004795         DISPLAY "Please enter the certificate term in months:"
004796         ACCEPT DL200-WORK-TERM
004797     END-IF.
004798     DISPLAY "Please enter the maturity option "
004799         "(R=Renew P=Pay out):".
004800     ACCEPT DL200-WORK-OPTION.
004801     MOVE SPACES TO DL200-WORK-LINKED-ID.
004802     IF DL200-OPTION-PAYOUT
004803         DISPLAY "Please enter the savings account id to "
004804             "receive the proceeds:"
004805         ACCEPT DL200-WORK-LINKED-ID
004806     END-IF.
004807 4150-EXIT.
004808     EXIT.
004810*
004820* ---------------------------------------------------------------
004830* 5000-VALIDATE-FIELDS APPLIES THE SAME EDITS THE NIGHTLY BATCH
005105                             DL200-ERROR-MESSAGE
005106                     END-IF
005110                 END-IF
005111             END-IF
005112         END-IF
005113     END-IF.
005114 5000-EXIT.
005115     EXIT.
005116*
005117* ---------------------------------------------------------------
005118* 5100-VALIDATE-CERTIFICATE EDITS THE CERTIFICATE TERMS: A TERM
005119* OF 1 THRU DL200-MAX-TERM-MONTHS, AN OPTION OF R OR P, AND FOR
005120* A PAYOUT A LINKED ACCOUNT THAT IS ON FILE, ACTIVE, ORDINARY
005121* SAVINGS, AND NOT THE CERTIFICATE ITSELF. THE RECORD AREA IS
005122* SAVED AROUND THE READ OF THE LINKED ACCOUNT.
005123* ---------------------------------------------------------------
005124 5100-VALIDATE-CERTIFICATE.
005125     SET DL200-INPUT-VALID TO TRUE.
005126     MOVE SPACES TO DL200-ERROR-MESSAGE.
005127     IF DL200-WORK-TERM = ZERO OR
005128             DL200-WORK-TERM > DL200-MAX-TERM-MONTHS
005129         SET DL200-INPUT-INVALID TO TRUE
005130         MOVE "CERTIFICATE TERM OUT OF RANGE" TO
005131             DL200-ERROR-MESSAGE
005132         GO TO 5100-EXIT
005133     END-IF.
005134     IF NOT DL200-OPTION-VALID
005135         SET DL200-INPUT-INVALID TO TRUE
005136         MOVE "MATURITY OPTION MUST BE R OR P" TO
005137             DL200-ERROR-MESSAGE
005138         GO TO 5100-EXIT
005139     END-IF.
005140     IF NOT DL200-OPTION-PAYOUT
005141         GO TO 5100-EXIT
005142     END-IF.
005143     IF DL200-WORK-LINKED-ID = SPACES OR
005144             DL200-WORK-LINKED-ID = DL200-TRAILER-ID OR
005145             DL200-WORK-LINKED-ID = DL200-WORK-ACCOUNT-ID
005146         SET DL200-INPUT-INVALID TO TRUE
005147         MOVE "INVALID PAYOUT ACCOUNT ID" TO
005148             DL200-ERROR-MESSAGE
005149         GO TO 5100-EXIT
005150     END-IF.
005151     MOVE SAVINGS-ACCOUNT-RECORD TO DL200-HOLD-RECORD.
005152     MOVE DL200-WORK-LINKED-ID TO SAR-ACCOUNT-ID.
005153     READ SAVINGS-ACCOUNT-FILE
005154         INVALID KEY
005155             SET DL200-INPUT-INVALID TO TRUE
005156             MOVE "PAYOUT ACCOUNT NOT ON FILE" TO
005157                 DL200-ERROR-MESSAGE
005158         NOT INVALID KEY
005159             IF NOT SAR-ACCOUNT-ACTIVE OR SAR-CERTIFICATE
005160                 SET DL200-INPUT-INVALID TO TRUE
005161                 MOVE "PAYOUT ACCOUNT NOT ACTIVE SAVINGS" TO
005162                     DL200-ERROR-MESSAGE
005163             END-IF
005164     END-READ.
005165     MOVE DL200-HOLD-RECORD TO SAVINGS-ACCOUNT-RECORD.
005166 5100-EXIT.
005167     EXIT.
005168*
005169* ---------------------------------------------------------------
005170* 5200-ADD-MONTHS ADDS DL200-WORK-TERM CALENDAR MONTHS TO THE
005171* DATE IN DL200-DATE-WORK (YYYYMMDD). A DAY PAST THE END OF THE
005172* NEW MONTH FALLS BACK TO ITS LAST DAY.
005173* ---------------------------------------------------------------
005174 5200-ADD-MONTHS.
005175     COMPUTE DL200-MONTH-SERIAL = DL200-DW-YEAR * 12
005176         + DL200-DW-MONTH - 1 + DL200-WORK-TERM.
005177     DIVIDE DL200-MONTH-SERIAL BY 12 GIVING DL200-DW-YEAR
005178         REMAINDER DL200-MONTH-REMAINDER.
005179     COMPUTE DL200-DW-MONTH = DL200-MONTH-REMAINDER + 1.
005180     MOVE DL200-MONTH-LENGTH(DL200-DW-MONTH) TO DL200-LAST-DAY.
005181     IF DL200-DW-MONTH = 2
005182         PERFORM 5250-CHECK-LEAP-YEAR THRU 5250-EXIT
005183     END-IF.
005184     IF DL200-DW-DAY > DL200-LAST-DAY
005185         MOVE DL200-LAST-DAY TO DL200-DW-DAY
005186     END-IF.
005187 5200-EXIT.
005188     EXIT.
005189*
005190 5250-CHECK-LEAP-YEAR.
005191     DIVIDE DL200-DW-YEAR BY 4 GIVING DL200-LEAP-QUOTIENT
005192         REMAINDER DL200-LEAP-REMAINDER-4.
005193     DIVIDE DL200-DW-YEAR BY 100 GIVING DL200-LEAP-QUOTIENT
005194         REMAINDER DL200-LEAP-REMAINDER-100.
005195     DIVIDE DL200-DW-YEAR BY 400 GIVING DL200-LEAP-QUOTIENT
005196         REMAINDER DL200-LEAP-REMAINDER-400.
005197     IF DL200-LEAP-REMAINDER-4 = ZERO AND
005198             (DL200-LEAP-REMAINDER-100 NOT = ZERO OR
005199              DL200-LEAP-REMAINDER-400 = ZERO)
005200         MOVE 29 TO DL200-LAST-DAY
005201     END-IF.
005202 5250-EXIT.
005203     EXIT.
005204*
005205* ---------------------------------------------------------------
005206* 6000-BUILD-RECORD-IMAGE FORMATS THE ACCOUNT RECORD IN THE
005207* FILE RECORD AREA INTO THE EXTERNAL LAYOUT FOR THE AUDIT LOG.
005210* ---------------------------------------------------------------
005220 6000-BUILD-RECORD-IMAGE.
005230     MOVE SAR-ACCOUNT-ID TO DRI-ACCOUNT-ID.
005290     MOVE SAR-DORMANT-FLAG TO DRI-DORMANT-FLAG.
005291     MOVE SAR-PRODUCT-CODE TO DRI-PRODUCT-CODE.
005292     MOVE SAR-CUSTOMER-NUMBER TO DRI-CUSTOMER-NUMBER.
005293     MOVE SAR-YTD-INTEREST TO DRI-YTD-INTEREST.
005294     MOVE SAR-YTD-INTEREST-YEAR TO DRI-YTD-INTEREST-YEAR.
005295     MOVE SAR-PRIOR-YEAR-INTEREST TO DRI-PRIOR-YEAR-INTEREST.
005296     MOVE SAR-ACCOUNT-STATUS TO DRI-ACCOUNT-STATUS.
005297     MOVE SAR-CLOSE-DATE TO DRI-CLOSE-DATE.
005298     MOVE SAR-ACCOUNT-TYPE TO DRI-ACCOUNT-TYPE.
005299     MOVE SAR-OPEN-DATE TO DRI-OPEN-DATE.
005300     MOVE SAR-TERM-MONTHS TO DRI-TERM-MONTHS.
005301     MOVE SAR-MATURITY-DATE TO DRI-MATURITY-DATE.
005302     MOVE SAR-MATURITY-OPTION TO DRI-MATURITY-OPTION.
005303     MOVE SAR-LINKED-ACCOUNT-ID TO DRI-LINKED-ACCOUNT-ID.
005304     MOVE SAR-NOTICE-DATE TO DRI-NOTICE-DATE.
005305     MOVE SAR-YTD-PENALTY TO DRI-YTD-PENALTY.
005306     MOVE SAR-PRIOR-YEAR-PENALTY TO DRI-PRIOR-YEAR-PENALTY.
005307 6000-EXIT.
005310     EXIT.
005320*
005330 7000-WRITE-AUDIT-LOG.
005750 9000-WRAPUP.
005760     CLOSE SAVINGS-ACCOUNT-FILE.
005770     CLOSE MAINT-AUDIT-FILE.
005775     CLOSE SAVINGS-HISTORY-FILE.
005780     DISPLAY "Accounts added:   " DL200-ADD-COUNT.
005790     DISPLAY "Accounts changed: " DL200-CHANGE-COUNT.
005800     DISPLAY "Accounts closed:  " DL200-CLOSE-COUNT.
