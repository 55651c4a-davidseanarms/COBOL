000663*                    STAFF NO LONGER MATCH STATEMENTS TO A CARD
000664*                    INDEX. SEE SAVINGS_COMBINED_STMT FOR THE
000665*                    ONE-MAILING-PER-CUSTOMER OPTION.
000666*   10/15/2026 DAS   EVERY POSTED DEPOSIT AND WITHDRAWAL NOW CUTS
000667*                    ITS OWN SAVGL LINE (ENTRY TYPE "DEP" OR
000668*                    "WDL") SO THE GL POSTING RUN CARRIES THE
000669*                    CASH ACTIVITY INTO CUSTOMER DEPOSITS 21000
000670*                    INSTEAD OF ONLY INTEREST AND SERVICE
000671*                    CHARGES. THE BALANCING SECTION PROVES THE
000672*                    NEW LINES AGAINST THE AMOUNTS POSTED, AND
000673*                    PROVES OPENING BALANCES PLUS EVERY SAVGL
000674*                    MOVEMENT AGAINST THE SAVNEW CLOSING
000675*                    BALANCES, SO A BALANCE CHANGE THAT NEVER
000676*                    REACHED THE EXTRACT HOLDS GL PICKUP. THE
000677*                    TOTALS RIDE THE CHECKPOINT FOR RESTART.
000678*   10/15/2026 DAS   THE ACCOUNT RECORD NOW CARRIES INTEREST PAID
000679*                    YEAR TO DATE, THE YEAR IT BELONGS TO, AND
000680*                    LAST YEAR'S TOTAL. EACH POSTED RUN ADDS THE
000681*                    INTEREST APPLIED; THE FIRST RUN OF A NEW
000682*                    CALENDAR YEAR (BY POSTING DATE) MOVES THE
000683*                    YEAR-TO-DATE FIGURE TO THE PRIOR-YEAR FIELD
000684*                    AND STARTS AGAIN AT ZERO, SO THE 1099-INT
000685*                    RUN (SAVINGS_INTEREST_1099) STILL SEES LAST
000686*                    YEAR'S INTEREST IN JANUARY. SAVACCT IS
000687*                    CONVERTED BY SAVINGS_ACCOUNT_CONVERT2. THE
000688*                    STATEMENT SHOWS INTEREST PAID THIS YEAR.
000689*   10/15/2026 DAS   EVERY POSTED DEPOSIT, WITHDRAWAL, INTEREST
000690*                    CREDIT AND SERVICE CHARGE, AND EVERY SAVNSF
000691*                    REJECT WITH ITS REASON CODE, IS WRITTEN TO A
000692*                    HISTORY EXTRACT (SAVHTRN) KEYED BY ACCOUNT,
000693*                    POSTING DATE AND A RUN SEQUENCE NUMBER. THE
000694*                    SEQUENCE RIDES THE CHECKPOINT SO A RESTART
000695*                    REPRODUCES THE SAME KEYS. THE GENERATION SWAP
000696*                    (NIGHTLY_CYCLE) LOADS THE EXTRACT INTO THE
000697*                    PERMANENT HISTORY FILE SAVHIST, SO ONLY A RUN
000698*                    THAT PROVED IN BALANCE BECOMES HISTORY.
000699*   10/15/2026 DAS   ACCOUNT CLOSEOUT. SAVINGS_ACCOUNT_MAINT NO
000700*                    LONGER DELETES A CLOSED ACCOUNT; IT MARKS IT
000701*                    PENDING CLOSE ("P"). THIS RUN POSTS THE
000702*                    ACCOUNT'S LAST ACTIVITY AND FINAL INTEREST,
000703*                    PAYS THE BALANCE OUT BY OFFICIAL CHECK
000704*                    (REGISTER SAVOCHK) WITH A "CLS" LINE ON SAVGL
000705*                    AND A "CLS" HISTORY ENTRY, PRINTS A CLOSING
000706*                    STATEMENT, AND CARRIES THE ACCOUNT FORWARD
000707*                    CLOSED ("C") AT ZERO. A CLOSED ACCOUNT
000708*                    REFUSES FURTHER TRANSACTIONS (REASON 06) AND
000709*                    STAYS ON THE MASTER FOR THE RETENTION PERIOD,
000710*                    THEN IS PURGED WITH A "PRG" HISTORY ENTRY.
000711*                    SAVACCT IS CONVERTED BY
000712*                    SAVINGS_ACCOUNT_CONVERT3.
000713*   10/15/2026 DAS   TERM CERTIFICATES (CD). THE ACCOUNT RECORD
000714*                    NOW CARRIES AN ACCOUNT TYPE ("S" PASSBOOK,
000715*                    "C" CERTIFICATE), OPEN DATE, TERM IN MONTHS,
000716*                    MATURITY DATE, MATURITY INSTRUCTION ("R"
000717*                    RENEW OR "P" PAY TO A LINKED SAVINGS
000718*                    ACCOUNT), THE LINKED ACCOUNT, AND THE DATE
000719*                    THE MATURITY NOTICE WENT OUT (CONVERTED BY
000720*                    SAVINGS_ACCOUNT_CONVERT4). A CERTIFICATE
000721*                    REFUSES ORDINARY WITHDRAWALS (REASON 07);
000722*                    AN EARLY WITHDRAWAL (TYPE "B") OR A CLOSE
000723*                    BEFORE MATURITY IS CHARGED A PENALTY OF
000724*                    DL100-CD-PENALTY-MONTHS OF INTEREST WITH ITS
000725*                    OWN "PEN" LINE ON SAVGL. THE RATE IS HELD
000726*                    FOR THE TERM. AT MATURITY THE CERTIFICATE
000727*                    RENEWS AT THE CURRENT SAVRATE RATE FOR ITS
000728*                    PRODUCT, OR IS PAID TO THE LINKED ACCOUNT IN
000729*                    THE SAME RUN ("MAT"/"XFR" HISTORY ENTRIES)
000730*                    AND CLOSED. A MATURITY NOTICE IS PRINTED TO
000731*                    SAVMATN AHEAD OF THE MATURITY DATE.
000732*   10/15/2026 DAS   THE ACCOUNT RECORD NOW CARRIES THE
000733*                    EARLY-WITHDRAWAL PENALTIES CHARGED THIS YEAR
000734*                    AND LAST YEAR, FOR BOX 2 OF THE 1099-INT.
000735*                    EVERY "PEN" CHARGED ADDS TO THE YEAR-TO-DATE
000736*                    FIGURE, WHICH ROLLS WITH THE YEAR-TO-DATE
000737*                    INTEREST (SEE SAVINGS_ACCOUNT_CONVERT4).
000738* ---------------------------------------------------------------
000739 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000741 SOURCE-COMPUTER. IBM-370.
000742 OBJECT-COMPUTER. IBM-370.
000743*
000744 INPUT-OUTPUT SECTION.
000745 FILE-CONTROL.
000746     SELECT SAVINGS-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000747         ORGANIZATION IS INDEXED
000748         ACCESS MODE IS SEQUENTIAL
000749         RECORD KEY IS SAR-ACCOUNT-ID
000750         FILE STATUS IS DL100-ACCOUNT-FILE-STATUS.
000751     SELECT SAVINGS-REPORT-FILE ASSIGN TO "SAVRPT"
000752         ORGANIZATION IS LINE SEQUENTIAL
000753         FILE STATUS IS DL100-REPORT-FILE-STATUS.
000754     SELECT SAVINGS-ERROR-FILE ASSIGN TO "SAVERR"
000755         ORGANIZATION IS LINE SEQUENTIAL
000756         FILE STATUS IS DL100-ERROR-FILE-STATUS.
000757     SELECT OPTIONAL SAVINGS-TRANSACTION-FILE ASSIGN TO "SAVTRAN"
000758         ORGANIZATION IS LINE SEQUENTIAL
000759         FILE STATUS IS DL100-TRANS-FILE-STATUS.
000760     SELECT SAVINGS-GL-FILE ASSIGN TO "SAVGL"
000761         ORGANIZATION IS LINE SEQUENTIAL
000762         FILE STATUS IS DL100-GL-FILE-STATUS.
000763     SELECT SAVINGS-NEWMAST-FILE ASSIGN TO "SAVNEW"
000764         ORGANIZATION IS INDEXED
000765         ACCESS MODE IS SEQUENTIAL
000766         RECORD KEY IS SNR-ACCOUNT-ID
000767         FILE STATUS IS DL100-NEWMAST-FILE-STATUS.
000768     SELECT SAVINGS-AUDIT-FILE ASSIGN TO "SAVAUDIT"
000769         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS DL100-AUDIT-FILE-STATUS.
000771     SELECT SAVINGS-CHECKPOINT-FILE ASSIGN TO "SAVCKPT"
000772         ORGANIZATION IS LINE SEQUENTIAL
000773         FILE STATUS IS DL100-CKPT-FILE-STATUS.
000774     SELECT SAVINGS-STATEMENT-FILE ASSIGN TO "SAVSTMT"
000775         ORGANIZATION IS LINE SEQUENTIAL
000776         FILE STATUS IS DL100-STMT-FILE-STATUS.
000777     SELECT SAVINGS-NSF-FILE ASSIGN TO "SAVNSF"
000778         ORGANIZATION IS LINE SEQUENTIAL
000779         FILE STATUS IS DL100-NSF-FILE-STATUS.
000780     SELECT SAVINGS-HOLD-FILE ASSIGN TO "SAVHOLD"
000781         ORGANIZATION IS LINE SEQUENTIAL
000782         FILE STATUS IS DL100-HOLD-FILE-STATUS.
000783     SELECT SAVINGS-DORMANT-FILE ASSIGN TO "SAVDORM"
000784         ORGANIZATION IS LINE SEQUENTIAL
000785         FILE STATUS IS DL100-DORM-FILE-STATUS.
000786     SELECT OPTIONAL SAVINGS-CHGMO-FILE ASSIGN TO "SAVCHGMO"
000787         ORGANIZATION IS LINE SEQUENTIAL
000788         FILE STATUS IS DL100-CHGMO-FILE-STATUS.
000789     SELECT SAVINGS-RATE-FILE ASSIGN TO "SAVRATE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000791         FILE STATUS IS DL100-RATE-FILE-STATUS.
000792     SELECT SAVINGS-HISTORY-FILE ASSIGN TO "SAVHTRN"
000793         ORGANIZATION IS LINE SEQUENTIAL
000794         FILE STATUS IS DL100-HTRN-FILE-STATUS.
000795     SELECT SAVINGS-OFFICIAL-CHECK-FILE ASSIGN TO "SAVOCHK"
000796         ORGANIZATION IS LINE SEQUENTIAL
000797         FILE STATUS IS DL100-OCHK-FILE-STATUS.
000798     SELECT SAVINGS-NOTICE-FILE ASSIGN TO "SAVMATN"
000799         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DL100-MATN-FILE-STATUS.
000801     SELECT SAVINGS-SCAN-FILE ASSIGN TO "SAVACCT"
000802         ORGANIZATION IS INDEXED
000803         ACCESS MODE IS DYNAMIC
000804         RECORD KEY IS SSR-ACCOUNT-ID
000805         FILE STATUS IS DL100-SCAN-FILE-STATUS.
000806     SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000807         ORGANIZATION IS INDEXED
000808         ACCESS MODE IS RANDOM
000809         RECORD KEY IS CMR-CUSTOMER-NUMBER
000810         FILE STATUS IS DL100-CUST-FILE-STATUS.
000811*
000812 DATA DIVISION.
000813 FILE SECTION.
000814*
000815 FD  SAVINGS-ACCOUNT-FILE.
000820 01  SAVINGS-ACCOUNT-RECORD.
000830     05  SAR-ACCOUNT-ID          PIC X(10).
000840     05  SAR-BALANCE             PIC S9(07)V99
000850         SIGN IS TRAILING SEPARATE.
000860     05  SAR-INTEREST-RATE       PIC S9(04)V9
000861         SIGN IS TRAILING SEPARATE.
000862     05  SAR-YEARS               PIC 9(02).
000863     05  SAR-COMPOUND-FREQ       PIC X(01).
000864     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
000865     05  SAR-DORMANT-FLAG        PIC X(01).
000866         88  SAR-ACCOUNT-DORMANT            VALUE "Y".
000867     05  SAR-PRODUCT-CODE        PIC X(02).
000868     05  SAR-CUSTOMER-NUMBER     PIC X(06).
000869     05  SAR-YTD-INTEREST        PIC S9(07)V99
000870         SIGN IS TRAILING SEPARATE.
000871     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
000872     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000873         SIGN IS TRAILING SEPARATE.
000874     05  SAR-ACCOUNT-STATUS      PIC X(01).
000875         88  SAR-ACCOUNT-ACTIVE             VALUE "A".
000876         88  SAR-ACCOUNT-PENDING-CLOSE      VALUE "P".
000877         88  SAR-ACCOUNT-CLOSED             VALUE "C".
000878     05  SAR-CLOSE-DATE          PIC 9(08).
000879     05  SAR-ACCOUNT-TYPE        PIC X(01).
000880         88  SAR-PASSBOOK-SAVINGS           VALUE "S".
000881         88  SAR-CERTIFICATE                VALUE "C".
000882     05  SAR-OPEN-DATE           PIC 9(08).
000883     05  SAR-TERM-MONTHS         PIC 9(03).
000884     05  SAR-MATURITY-DATE       PIC 9(08).
000885     05  SAR-MATURITY-OPTION     PIC X(01).
000886         88  SAR-MATURITY-RENEW             VALUE "R".
000887         88  SAR-MATURITY-PAYOUT            VALUE "P".
000888     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
000889     05  SAR-NOTICE-DATE         PIC 9(08).
000890     05  SAR-YTD-PENALTY         PIC S9(07)V99
000891         SIGN IS TRAILING SEPARATE.
000892     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
000893         SIGN IS TRAILING SEPARATE.
000896 01  SAVINGS-ACCOUNT-TRAILER.
000897     05  SAT-TRAILER-ID          PIC X(10).
000898     05  SAT-RECORD-COUNT        PIC 9(07).
000990     05  STR-ACCOUNT-ID          PIC X(10).
001000     05  STR-TRANS-TYPE          PIC X(01).
001010     05  STR-TRANS-AMOUNT        PIC S9(07)V99
001011         SIGN IS TRAILING SEPARATE.
001012 01  SAVINGS-TRANS-TRAILER.
001013     05  STT-TRAILER-ID          PIC X(10).
001014     05  STT-RECORD-COUNT        PIC 9(07).
001015     05  STT-HASH-AMOUNT         PIC S9(10)V99
001016         SIGN IS TRAILING SEPARATE.
001017*
001018 FD  SAVINGS-GL-FILE.
001019 01  SAVINGS-GL-RECORD           PIC X(80).
001020*
001021 FD  SAVINGS-NEWMAST-FILE.
001022 01  SAVINGS-NEWMAST-RECORD.
001023     05  SNR-ACCOUNT-ID          PIC X(10).
001024     05  SNR-BALANCE             PIC S9(07)V99
001025         SIGN IS TRAILING SEPARATE.
001026     05  SNR-INTEREST-RATE       PIC S9(04)V9
001027         SIGN IS TRAILING SEPARATE.
001028     05  SNR-YEARS               PIC 9(02).
001029     05  SNR-COMPOUND-FREQ       PIC X(01).
001030     05  SNR-LAST-ACTIVITY-DATE  PIC 9(08).
001031     05  SNR-DORMANT-FLAG        PIC X(01).
001032     05  SNR-PRODUCT-CODE        PIC X(02).
001033     05  SNR-CUSTOMER-NUMBER     PIC X(06).
001034     05  SNR-YTD-INTEREST        PIC S9(07)V99
001035         SIGN IS TRAILING SEPARATE.
001036     05  SNR-YTD-INTEREST-YEAR   PIC 9(04).
001037     05  SNR-PRIOR-YEAR-INTEREST PIC S9(07)V99
001038         SIGN IS TRAILING SEPARATE.
001039     05  SNR-ACCOUNT-STATUS      PIC X(01).
001040     05  SNR-CLOSE-DATE          PIC 9(08).
001041     05  SNR-ACCOUNT-TYPE        PIC X(01).
001042     05  SNR-OPEN-DATE           PIC 9(08).
001043     05  SNR-TERM-MONTHS         PIC 9(03).
001044     05  SNR-MATURITY-DATE       PIC 9(08).
001045     05  SNR-MATURITY-OPTION     PIC X(01).
001046     05  SNR-LINKED-ACCOUNT-ID   PIC X(10).
001047     05  SNR-NOTICE-DATE         PIC 9(08).
001048     05  SNR-YTD-PENALTY         PIC S9(07)V99
001049         SIGN IS TRAILING SEPARATE.
001050     05  SNR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
001051         SIGN IS TRAILING SEPARATE.
001056 01  SAVINGS-NEWMAST-TRAILER.
001057     05  SNT-TRAILER-ID          PIC X(10).
001058     05  SNT-RECORD-COUNT        PIC 9(07).
001086     05  SRR-TIER-MINIMUM        PIC 9(07)V99.
001087     05  SRR-INTEREST-RATE       PIC 9(04)V9.
001088*
001089 FD  SAVINGS-HISTORY-FILE.
001090 01  SAVINGS-HISTORY-RECORD      PIC X(80).
001091*
001092 FD  SAVINGS-OFFICIAL-CHECK-FILE.
001093 01  SAVINGS-OFFICIAL-CHECK-RECORD PIC X(80).
001094*
001095 FD  SAVINGS-NOTICE-FILE.
001096 01  SAVINGS-NOTICE-RECORD       PIC X(80).
001097*
001098* SAVACCT AS SEEN BY THE MATURITY PRE-SCAN: ONLY THE FIELDS THAT
001099* DECIDE A MATURITY PAYOUT ARE NAMED.
001100 FD  SAVINGS-SCAN-FILE.
001101 01  SAVINGS-SCAN-RECORD.
001102     05  SSR-ACCOUNT-ID          PIC X(10).
001103     05  SSR-BALANCE             PIC S9(07)V99
001104         SIGN IS TRAILING SEPARATE.
001105     05  FILLER                  PIC X(50).
001106     05  SSR-ACCOUNT-STATUS      PIC X(01).
001107     05  FILLER                  PIC X(08).
001108     05  SSR-ACCOUNT-TYPE        PIC X(01).
001109     05  FILLER                  PIC X(11).
001110     05  SSR-MATURITY-DATE       PIC 9(08).
001111     05  SSR-MATURITY-OPTION     PIC X(01).
001112     05  SSR-LINKED-ACCOUNT-ID   PIC X(10).
001113     05  FILLER                  PIC X(08).
001114     05  FILLER                  PIC X(20).
001115*
001116 FD  CUSTOMER-MASTER-FILE.
001117 01  CUSTOMER-MASTER-RECORD.
001118     05  CMR-CUSTOMER-NUMBER     PIC X(06).
001119     05  CMR-CUSTOMER-NAME       PIC X(30).
001120     05  CMR-STREET-ADDRESS      PIC X(30).
001121     05  CMR-CITY                PIC X(20).
001122     05  CMR-STATE               PIC X(02).
001123     05  CMR-ZIP-CODE            PIC X(05).
001124     05  CMR-TAXPAYER-ID         PIC X(09).
001125     05  CMR-TIN-TYPE            PIC X(01).
001126     05  CMR-WITHHOLDING-CODE    PIC X(01).
001127*
001128 FD  SAVINGS-CHECKPOINT-FILE.
001129 01  SAVINGS-CHECKPOINT-RECORD.
001130     05  SCK-LAST-ACCOUNT-ID     PIC X(10).
001131     05  SCK-ACCOUNT-COUNT       PIC 9(05).
001132     05  SCK-GRAND-TOTAL-AMOUNT  PIC S9(09)V99
001133         SIGN IS TRAILING SEPARATE.
001134     05  SCK-GRAND-TOTAL-INTEREST PIC S9(09)V99
001135         SIGN IS TRAILING SEPARATE.
001136     05  SCK-REJECTED-COUNT      PIC 9(05).
001137     05  SCK-NEWMAST-COUNT       PIC 9(07).
001138     05  SCK-NEWMAST-HASH        PIC S9(10)V99
001139         SIGN IS TRAILING SEPARATE.
001140     05  SCK-SVC-CHARGE-TOTAL    PIC S9(09)V99
001141         SIGN IS TRAILING SEPARATE.
001142     05  SCK-DORMANT-COUNT       PIC 9(05).
001143     05  SCK-CHARGE-SWITCH       PIC X(01).
001144     05  SCK-DEPOSIT-TOTAL       PIC S9(09)V99
001145         SIGN IS TRAILING SEPARATE.
001146     05  SCK-WITHDRAWAL-TOTAL    PIC S9(09)V99
001147         SIGN IS TRAILING SEPARATE.
001148     05  SCK-HISTORY-SEQUENCE    PIC 9(07).
001149     05  SCK-CLOSED-COUNT        PIC 9(05).
001150     05  SCK-PAYOUT-TOTAL        PIC S9(09)V99
001151         SIGN IS TRAILING SEPARATE.
001152     05  SCK-CLOSED-CARRIED-COUNT PIC 9(05).
001153     05  SCK-PURGED-COUNT        PIC 9(05).
001154     05  SCK-PENALTY-TOTAL       PIC S9(09)V99
001155         SIGN IS TRAILING SEPARATE.
001156     05  SCK-MATURITY-OUT-TOTAL  PIC S9(09)V99
001157         SIGN IS TRAILING SEPARATE.
001158     05  SCK-MATURITY-IN-TOTAL   PIC S9(09)V99
001159         SIGN IS TRAILING SEPARATE.
001160     05  SCK-MATURED-PAID-COUNT  PIC 9(05).
001161     05  SCK-RENEWED-COUNT       PIC 9(05).
001162     05  SCK-NOTICE-COUNT        PIC 9(05).
001163*
001164 WORKING-STORAGE SECTION.
001165*
001166 77  DL100-ACCOUNT-FILE-STATUS   PIC X(02) VALUE "00".
001167 77  DL100-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
001168 77  DL100-ERROR-FILE-STATUS     PIC X(02) VALUE "00".
001169 77  DL100-TRANS-FILE-STATUS     PIC X(02) VALUE "00".
001170 77  DL100-GL-FILE-STATUS        PIC X(02) VALUE "00".
001171 77  DL100-NEWMAST-FILE-STATUS   PIC X(02) VALUE "00".
001172 77  DL100-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001173 77  DL100-CKPT-FILE-STATUS      PIC X(02) VALUE "00".
001174 77  DL100-STMT-FILE-STATUS      PIC X(02) VALUE "00".
001175 77  DL100-NSF-FILE-STATUS       PIC X(02) VALUE "00".
001176 77  DL100-HOLD-FILE-STATUS      PIC X(02) VALUE "00".
001177 77  DL100-DORM-FILE-STATUS      PIC X(02) VALUE "00".
001178 77  DL100-CHGMO-FILE-STATUS     PIC X(02) VALUE "00".
001179 77  DL100-RATE-FILE-STATUS      PIC X(02) VALUE "00".
001180 77  DL100-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001181 77  DL100-HTRN-FILE-STATUS      PIC X(02) VALUE "00".
001182 77  DL100-OCHK-FILE-STATUS      PIC X(02) VALUE "00".
001183 77  DL100-MATN-FILE-STATUS      PIC X(02) VALUE "00".
001184 77  DL100-SCAN-FILE-STATUS      PIC X(02) VALUE "00".
001185*
001186 01  DL100-RUN-MODE-SWITCH       PIC X(01) VALUE "I".
001187     88  DL100-BATCH-MODE                  VALUES "B" "R".
001188     88  DL100-RESTART-MODE                VALUE "R".
001189     88  DL100-INTERACTIVE-MODE            VALUE "I".
001190*
001191 01  DL100-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
001200     88  DL100-END-OF-ACCOUNT-FILE         VALUE "Y".
001210*
001220 01  DL100-TRANS-EOF-SWITCH      PIC X(01) VALUE "N".
001480 01  DL100-GRAND-TOTAL-INTEREST  PIC 9(09)V99 COMP-3 VALUE ZERO.
001490 01  DL100-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
001500*
001501 01  DL100-POSTING-DATE          PIC 9(08).
001502*
001503* CALENDAR YEAR OF THE POSTING DATE AND THE YEAR BEFORE IT, FOR
001504* THE YEAR-TO-DATE INTEREST ROLLOVER (2700-ROLL-INTEREST-YEAR).
001505*
001506 01  DL100-POSTING-YEAR          PIC 9(04).
001507 01  DL100-PRIOR-YEAR            PIC 9(04).
001511*
001512 01  DL100-OPENING-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
001513 01  DL100-TRANS-NET-AMOUNT      PIC S9(09)V99 COMP-3 VALUE ZERO.
001575 01  DL100-TOTAL-SVC-CHARGES     PIC S9(09)V99 COMP-3 VALUE ZERO.
001576 01  DL100-GL-SVCCHG-ACCUM       PIC S9(11)V99 COMP-3 VALUE ZERO.
001577*
001578* POSTED CASH ACTIVITY, KEPT TWICE THE SAME WAY AS THE SERVICE
001579* CHARGES: ONCE AS EACH TRANSACTION IS APPLIED AND ONCE AS ITS
001580* SAVGL LINE IS WRITTEN, SO THE BALANCING SECTION CAN PROVE ONE
001581* AGAINST THE OTHER.
001582 01  DL100-TOTAL-DEPOSITS        PIC S9(09)V99 COMP-3 VALUE ZERO.
001583 01  DL100-TOTAL-WITHDRAWALS     PIC S9(09)V99 COMP-3 VALUE ZERO.
001584 01  DL100-GL-DEPOSIT-ACCUM      PIC S9(11)V99 COMP-3 VALUE ZERO.
001585 01  DL100-GL-WITHDRAWAL-ACCUM   PIC S9(11)V99 COMP-3 VALUE ZERO.
001586 01  DL100-MOVEMENT-PROOF        PIC S9(11)V99 COMP-3 VALUE ZERO.
001587*
001588* EVERY HISTORY ENTRY TAKES THE NEXT RUN SEQUENCE NUMBER, WHICH
001589* RIDES THE CHECKPOINT. WHILE A RESTART IS SKIPPING FORWARD PAST
001590* THE CHECKPOINTED ACCOUNT, THE OUT-OF-SEQUENCE REJECTS IT
001591* RE-READS ARE ALREADY IN THE EXTRACT AND ARE NOT WRITTEN AGAIN.
001592 01  DL100-HISTORY-SEQUENCE      PIC 9(07) COMP VALUE ZERO.
001593*
001594 01  DL100-REPOSITION-SWITCH     PIC X(01) VALUE "N".
001595     88  DL100-REPOSITIONING                VALUE "Y".
001596     88  DL100-NOT-REPOSITIONING            VALUE "N".
001597*
001598* ACCOUNT CLOSEOUT. A PENDING-CLOSE ACCOUNT IS PAID OUT AND
001599* CLOSED BY THIS RUN; THE PAYOUTS ARE KEPT TWICE, AS EACH
001600* ACCOUNT IS CLOSED AND AS ITS SAVGL "CLS" LINE IS WRITTEN, FOR
001601* THE BALANCING SECTION. A CLOSED ACCOUNT STAYS ON THE MASTER AT
001602* ZERO UNTIL ITS CLOSE DATE FALLS BEFORE THE PURGE CUTOFF (THE
001603* POSTING DATE LESS THE RETENTION YEARS), LONG ENOUGH FOR THE
001604* JANUARY 1099-INT RUN TO FIND INTEREST PAID IN THE YEAR IT
001605* CLOSED, THEN IT IS PURGED.
001606 77  DL100-CLOSED-RETENTION-YEARS PIC 9(02) VALUE 02.
001607 01  DL100-PURGE-CUTOFF          PIC 9(08) VALUE ZERO.
001608 01  DL100-PAYOUT-AMOUNT         PIC S9(09)V99 COMP-3 VALUE ZERO.
001609 01  DL100-CLOSED-COUNT          PIC 9(05) COMP VALUE ZERO.
001610 01  DL100-TOTAL-PAYOUTS         PIC S9(09)V99 COMP-3 VALUE ZERO.
001611 01  DL100-GL-PAYOUT-ACCUM       PIC S9(11)V99 COMP-3 VALUE ZERO.
001612 01  DL100-CLOSED-CARRIED-COUNT  PIC 9(05) COMP VALUE ZERO.
001613 01  DL100-PURGED-COUNT          PIC 9(05) COMP VALUE ZERO.
001614*
001615* TERM CERTIFICATES. AN EARLY WITHDRAWAL, OR A CLOSE BEFORE THE
001616* MATURITY DATE, IS CHARGED DL100-CD-PENALTY-MONTHS OF INTEREST
001617* AT THE CERTIFICATE'S RATE ON THE AMOUNT TAKEN OUT; THE
001618* PENALTIES ARE KEPT TWICE FOR THE BALANCING SECTION LIKE THE
001619* OTHER SAVGL ENTRY TYPES. A MATURITY NOTICE GOES OUT ONCE THE
001620* MATURITY DATE FALLS WITHIN DL100-CD-NOTICE-MONTHS OF THE
001621* POSTING DATE (ON OR BEFORE THE NOTICE HORIZON).
001622 77  DL100-CD-PENALTY-MONTHS     PIC 9(02) VALUE 03.
001623 77  DL100-CD-NOTICE-MONTHS      PIC 9(02) VALUE 01.
001624 01  DL100-NOTICE-HORIZON        PIC 9(08) VALUE ZERO.
001625 01  DL100-PENALTY-BASE          PIC S9(09)V99 COMP-3 VALUE ZERO.
001626 01  DL100-PENALTY-AMOUNT        PIC S9(09)V99 COMP-3 VALUE ZERO.
001627 01  DL100-NET-WITHDRAWAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
001628 01  DL100-CLOSE-PENALTY         PIC S9(09)V99 COMP-3 VALUE ZERO.
001629 01  DL100-TOTAL-PENALTIES       PIC S9(09)V99 COMP-3 VALUE ZERO.
001630 01  DL100-GL-PENALTY-ACCUM      PIC S9(11)V99 COMP-3 VALUE ZERO.
001631 01  DL100-RENEWED-COUNT         PIC 9(05) COMP VALUE ZERO.
001632 01  DL100-NOTICE-COUNT          PIC 9(05) COMP VALUE ZERO.
001633*
001634 01  DL100-RENEWAL-SWITCH        PIC X(01) VALUE "N".
001635     88  DL100-CERT-RENEWED                 VALUE "Y".
001636     88  DL100-CERT-NOT-RENEWED             VALUE "N".
001637*
001638* A CERTIFICATE PAID OUT AT MATURITY MOVES ITS BALANCE TO THE
001639* LINKED SAVINGS ACCOUNT IN THE SAME RUN, WHICHEVER OF THE TWO
001640* COMES FIRST ON THE MASTER. 2030-SCAN-MATURITIES FINDS THE
001641* PAYOUTS DUE BEFORE POSTING STARTS (AND AGAIN, IDENTICALLY, ON A
001642* RESTART); AN ENTRY IS ONLY USED WHEN THE LINKED ACCOUNT IS ON
001643* FILE, ACTIVE, AND NOT ITSELF A CERTIFICATE - OTHERWISE THE
001644* CERTIFICATE RENEWS. THE TRANSFER STAYS WITHIN CUSTOMER
001645* DEPOSITS, SO IT CUTS NO SAVGL LINE; THE BALANCING SECTION
001646* PROVES THE AMOUNT PAID OUT AGAINST THE AMOUNT CREDITED.
001647 01  DL100-SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
001648     88  DL100-END-OF-SCAN                  VALUE "Y".
001649     88  DL100-MORE-TO-SCAN                 VALUE "N".
001650*
001651 01  DL100-PAYOUT-FOUND-SWITCH   PIC X(01) VALUE "N".
001652     88  DL100-MATURITY-PAYOUT-FOUND        VALUE "Y".
001653     88  DL100-MATURITY-PAYOUT-NOT-FOUND    VALUE "N".
001654*
001655 01  DL100-MATURITY-COUNT        PIC 9(03) COMP VALUE ZERO.
001656 01  DL100-MATURITY-TABLE.
001657     05  DL100-MATURITY-ENTRY OCCURS 1 TO 500 TIMES
001658             DEPENDING ON DL100-MATURITY-COUNT
001659             INDEXED BY DL100-MAT-IX.
001660         10  DL100-MT-CERT-ACCOUNT-ID  PIC X(10).
001661         10  DL100-MT-LINKED-ACCOUNT-ID PIC X(10).
001662         10  DL100-MT-AMOUNT           PIC S9(07)V99 COMP-3.
001663         10  DL100-MT-USABLE-FLAG      PIC X(01).
001664             88  DL100-MT-USABLE                VALUE "Y".
001665*
001666 01  DL100-PAYOUT-IX             PIC 9(03) COMP VALUE ZERO.
001667 01  DL100-MATURITY-AMOUNT       PIC S9(09)V99 COMP-3 VALUE ZERO.
001668 01  DL100-TOTAL-MATURITY-OUT    PIC S9(09)V99 COMP-3 VALUE ZERO.
001669 01  DL100-TOTAL-MATURITY-IN     PIC S9(09)V99 COMP-3 VALUE ZERO.
001670 01  DL100-MATURED-PAID-COUNT    PIC 9(05) COMP VALUE ZERO.
001671*
001672* CALENDAR-MONTH ARITHMETIC FOR MATURITY DATES AND THE NOTICE
001673* HORIZON (2890-ADD-MONTHS). A DAY PAST THE END OF THE TARGET
001674* MONTH FALLS BACK TO ITS LAST DAY.
001675 01  DL100-DATE-WORK.
001676     05  DL100-DW-YEAR           PIC 9(04).
001677     05  DL100-DW-MONTH          PIC 9(02).
001678     05  DL100-DW-DAY            PIC 9(02).
001679 01  DL100-DATE-WORK-NUMBER REDEFINES DL100-DATE-WORK
001680                                 PIC 9(08).
001681 01  DL100-MONTHS-TO-ADD         PIC 9(03) COMP VALUE ZERO.
001682 01  DL100-MONTH-SERIAL          PIC 9(07) COMP VALUE ZERO.
001683 01  DL100-MONTH-REMAINDER       PIC 9(02) COMP VALUE ZERO.
001684 01  DL100-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
001685 01  DL100-LEAP-REMAINDER-4      PIC 9(03) COMP VALUE ZERO.
001686 01  DL100-LEAP-REMAINDER-100    PIC 9(03) COMP VALUE ZERO.
001687 01  DL100-LEAP-REMAINDER-400    PIC 9(03) COMP VALUE ZERO.
001688 01  DL100-LAST-DAY              PIC 9(02) VALUE ZERO.
001689 01  DL100-MONTH-LENGTH-VALUES   PIC X(24) VALUE
001690     "312831303130313130313031".
001691 01  DL100-MONTH-LENGTH-TABLE REDEFINES DL100-MONTH-LENGTH-VALUES.
001692     05  DL100-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.
001693 01  DL100-RATE-EOF-SWITCH       PIC X(01) VALUE "N".
001694     88  DL100-END-OF-RATE-FILE             VALUE "Y".
001695     88  DL100-MORE-RATE-RECORDS            VALUE "N".
001696*
001697 01  DL100-RATE-FOUND-SWITCH     PIC X(01) VALUE "N".
001698     88  DL100-RATE-FOUND                   VALUE "Y".
001699     88  DL100-RATE-NOT-FOUND               VALUE "N".
001700*
001701 01  DL100-RATE-COUNT            PIC 9(03) COMP VALUE ZERO.
001702 01  DL100-RATE-TABLE.
001703     05  DL100-RATE-ENTRY OCCURS 1 TO 50 TIMES
001704             DEPENDING ON DL100-RATE-COUNT
001705             INDEXED BY DL100-RATE-IX.
001706         10  DL100-RT-PRODUCT-CODE    PIC X(02).
001707         10  DL100-RT-TIER-MINIMUM    PIC 9(07)V99 COMP-3.
001708         10  DL100-RT-INTEREST-RATE   PIC 9(04)V9 COMP-3.
001709*
001710 01  DL100-BEST-TIER-MINIMUM     PIC S9(08)V99 COMP-3 VALUE ZERO.
001711 01  DL100-BEST-RATE-IX          PIC 9(03) COMP VALUE ZERO.
001712*
001713 01  DL100-VALID-SWITCH          PIC X(01) VALUE "N".
001714     88  DL100-INPUT-VALID                  VALUE "Y".
001715     88  DL100-INPUT-INVALID                VALUE "N".
001716*
001717 01  DL100-OVERFLOW-SWITCH       PIC X(01) VALUE "N".
001718     88  DL100-CALC-OVERFLOW                VALUE "Y".
001719     88  DL100-CALC-NOT-OVERFLOW            VALUE "N".
001720*
001721 01  DL100-ERROR-MESSAGE         PIC X(40) VALUE SPACES.
001722*
001723 01  DL100-ERROR-RECORD-LAYOUT.
001724     05  DER-ACCOUNT-ID          PIC X(10).
001725     05  FILLER                  PIC X(02) VALUE SPACES.
001726     05  DER-ERROR-MESSAGE       PIC X(40).
001727     05  FILLER                  PIC X(28) VALUE SPACES.
001728*
001729 01  DL100-REPORT-HEADING-1.
001730     05  FILLER                 PIC X(22) VALUE
001731         "SAVINGS ACCOUNT BATCH".
001732     05  FILLER                 PIC X(58) VALUE SPACES.
001733*
001734 01  DL100-REPORT-HEADING-2.
001735     05  FILLER                 PIC X(10) VALUE "ACCOUNT ID".
001740     05  FILLER                 PIC X(05) VALUE SPACES.
001750     05  FILLER                 PIC X(12) VALUE "TOTAL AMOUNT".
001760     05  FILLER                 PIC X(05) VALUE SPACES.
002053*
002060 01  DL100-GL-EXTRACT-LINE.
002070     05  GLR-ACCOUNT-ID          PIC X(10).
002071     05  GLR-AMOUNT              PIC S9(09)V99
002072         SIGN IS TRAILING SEPARATE.
002073     05  GLR-POSTING-DATE        PIC 9(08).
002074     05  GLR-ENTRY-TYPE          PIC X(03).
002075     05  FILLER                  PIC X(47) VALUE SPACES.
002076*
002077* HISTORY EXTRACT LINE (SAVHTRN). ENTRY TYPES ARE "DEP", "WDL",
002078* "INT" AND "SVC" FOR POSTED MONEY, CARRYING THE ACCOUNT BALANCE
002079* AFTER THE ENTRY, AND "REJ" FOR A SAVNSF REJECT, CARRYING THE
002080* ORIGINAL TRANSACTION TYPE AND THE REASON CODE AND NO BALANCE.
002081 01  DL100-HISTORY-LINE.
002082     05  SHL-ACCOUNT-ID          PIC X(10).
002083     05  SHL-POSTING-DATE        PIC 9(08).
002084     05  SHL-SEQUENCE            PIC 9(07).
002085     05  SHL-ENTRY-TYPE          PIC X(03).
002086     05  SHL-AMOUNT              PIC S9(09)V99
002087         SIGN IS TRAILING SEPARATE.
002088     05  SHL-BALANCE-AFTER       PIC S9(09)V99
002089         SIGN IS TRAILING SEPARATE.
002090     05  SHL-TRANS-TYPE          PIC X(01).
002091     05  SHL-REASON-CODE         PIC X(02).
002092     05  FILLER                  PIC X(25) VALUE SPACES.
002093*
002094* OFFICIAL-CHECK REGISTER LINE (SAVOCHK), ONE PER CLOSING PAYOUT.
002095* THE REGISTER NUMBER IS THE HISTORY SEQUENCE OF THE ACCOUNT'S
002096* "CLS" ENTRY, SO EACH CHECK TIES BACK TO SAVHIST.
002097 01  DL100-OFFICIAL-CHECK-LINE.
002098     05  OCK-ACCOUNT-ID          PIC X(10).
002099     05  OCK-CUSTOMER-NUMBER     PIC X(06).
002100     05  OCK-PAYEE-NAME          PIC X(30).
002101     05  OCK-AMOUNT              PIC S9(09)V99
002102         SIGN IS TRAILING SEPARATE.
002103     05  OCK-ISSUE-DATE          PIC 9(08).
002104     05  OCK-REGISTER-NUMBER     PIC 9(07).
002105     05  FILLER                  PIC X(07) VALUE SPACES.
002106*
002112 01  DL100-DORM-HEADING-LINE.
002113     05  FILLER                  PIC X(30) VALUE
002114         "DORMANCY/ESCHEATMENT REPORT   ".
002162 01  DL100-PROOF-STATUS-LINE     PIC X(80).
002163*
002164 01  DL100-STMT-HEADING-LINE.
002165     05  DSH-TITLE               PIC X(20).
002166     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
002167     05  DSH-ACCOUNT-ID          PIC X(10).
002168     05  FILLER                  PIC X(07) VALUE "  DATE ".
002169     05  DSH-POSTING-DATE        PIC 9(08).
002203         "ACCOUNT REJECTED - SEE ERROR LOG".
002204     05  FILLER                  PIC X(46) VALUE SPACES.
002205*
002206 01  DL100-STMT-CLOSED-LINE      PIC X(80).
002207*
002208 01  DL100-NOTICE-HEADING-LINE.
002209     05  FILLER                  PIC X(30) VALUE
002210         "CERTIFICATE MATURITY NOTICE".
002211     05  FILLER                  PIC X(07) VALUE "  DATE ".
002212     05  DMH-POSTING-DATE        PIC 9(08).
002213     05  FILLER                  PIC X(35) VALUE SPACES.
002214*
002215 01  DL100-NOTICE-ACCOUNT-LINE.
002216     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
002217     05  DMA-ACCOUNT-ID          PIC X(10).
002218     05  FILLER                  PIC X(10) VALUE "  PRODUCT ".
002219     05  DMA-PRODUCT-CODE        PIC X(02).
002220     05  FILLER                  PIC X(07) VALUE "  TERM ".
002221     05  DMA-TERM-MONTHS         PIC ZZ9.
002222     05  FILLER                  PIC X(07) VALUE " MONTHS".
002223     05  FILLER                  PIC X(33) VALUE SPACES.
002224*
002225 01  DL100-NOTICE-MATURITY-LINE.
002226     05  FILLER                  PIC X(14) VALUE "MATURITY DATE ".
002227     05  DMM-MATURITY-DATE       PIC 9(08).
002228     05  FILLER                  PIC X(10) VALUE "  BALANCE ".
002229     05  DMM-BALANCE             PIC -ZZZ,ZZZ,ZZ9.99.
002230     05  FILLER                  PIC X(07) VALUE "  RATE ".
002231     05  DMM-INTEREST-RATE       PIC ZZZ9.9.
002232     05  FILLER                  PIC X(20) VALUE SPACES.
002233*
002234 01  DL100-NOTICE-RENEW-LINE.
002235     05  FILLER                  PIC X(52) VALUE
002236         "AT MATURITY THE CERTIFICATE RENEWS FOR THE SAME TERM".
002237     05  FILLER                  PIC X(28) VALUE SPACES.
002238*
002239 01  DL100-NOTICE-RENEW-LINE-2.
002240     05  FILLER                  PIC X(36) VALUE
002241         "AT THE CURRENT RATE FOR ITS PRODUCT.".
002242     05  FILLER                  PIC X(44) VALUE SPACES.
002243*
002244 01  DL100-NOTICE-PAYOUT-LINE.
002245     05  FILLER                  PIC X(49) VALUE
002246         "AT MATURITY THE PROCEEDS WILL BE PAID TO ACCOUNT".
002247     05  FILLER                  PIC X(01) VALUE SPACES.
002248     05  DMP-LINKED-ACCOUNT-ID   PIC X(10).
002249     05  FILLER                  PIC X(20) VALUE SPACES.
002250*
002251 01  DL100-STMT-RENEWAL-LINE.
002252     05  FILLER                  PIC X(40) VALUE
002253         "CERTIFICATE RENEWED - NEW MATURITY DATE".
002254     05  DSR-MATURITY-DATE       PIC 9(08).
002255     05  FILLER                  PIC X(32) VALUE SPACES.
002256*
002257 01  DL100-STMT-MATURED-LINE.
002258     05  FILLER                  PIC X(42) VALUE
002259         "CERTIFICATE MATURED - PROCEEDS TO ACCOUNT".
002260     05  DSX-LINKED-ACCOUNT-ID   PIC X(10).
002261     05  FILLER                  PIC X(28) VALUE SPACES.
002262*
002263 01  DL100-NSF-RECORD-LAYOUT.
002264     05  DNR-ACCOUNT-ID          PIC X(10).
002265     05  FILLER                  PIC X(02) VALUE SPACES.
002266     05  DNR-TRANS-TYPE          PIC X(01).
002267     05  FILLER                  PIC X(02) VALUE SPACES.
002268     05  DNR-TRANS-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
002269     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  DNR-REASON-CODE         PIC X(02).
002271     05  FILLER                  PIC X(02) VALUE SPACES.
002272     05  DNR-REASON-TEXT         PIC X(30).
002273     05  FILLER                  PIC X(14) VALUE SPACES.
002274*
002275 01  DL100-AUDIT-RECORD-LAYOUT.
002276     05  SAU-ACCOUNT-ID          PIC X(10).
002277     05  SAU-OPENING-BALANCE     PIC S9(09)V99
002278         SIGN IS TRAILING SEPARATE.
002279     05  SAU-TRANS-NET-AMOUNT    PIC S9(09)V99
002280         SIGN IS TRAILING SEPARATE.
002281     05  SAU-INTEREST-APPLIED    PIC S9(09)V99
002282         SIGN IS TRAILING SEPARATE.
002283     05  SAU-CLOSING-BALANCE     PIC S9(09)V99
002284         SIGN IS TRAILING SEPARATE.
002285     05  FILLER                  PIC X(18) VALUE SPACES.
002286*
002287 PROCEDURE DIVISION.
002288*
002289 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002291     IF DL100-BATCH-MODE
002292         PERFORM 2000-BATCH-PROCESS THRU 2000-EXIT
002293     ELSE
002294         PERFORM 3000-INTERACTIVE-PROCESS THRU 3000-EXIT
002295     END-IF.
002296     STOP RUN.
002297*
002298* ---------------------------------------------------------------
002299* 1000-INITIALIZE DETERMINES WHETHER THIS RUN IS BATCH OR
002300* INTERACTIVE FROM THE FIRST COMMAND LINE PARAMETER.
002301* ---------------------------------------------------------------
002302 1000-INITIALIZE.
002303     ACCEPT DL100-COMMAND-LINE-PARM FROM COMMAND-LINE.
002304     EVALUATE TRUE
002310         WHEN DL100-COMMAND-LINE-PARM (1:7) = "RESTART"
002311             SET DL100-RESTART-MODE TO TRUE
002312         WHEN DL100-COMMAND-LINE-PARM (1:5) = "BATCH"
002313             SET DL100-BATCH-MODE TO TRUE
002314         WHEN OTHER
002315             SET DL100-INTERACTIVE-MODE TO TRUE
002316     END-EVALUATE.
002317 1000-EXIT.
002318     EXIT.
002319*
002320* ---------------------------------------------------------------
002321* 2000-BATCH-PROCESS OPENS THE ACCOUNT FILE AND THE REPORT FILE,
002322* CALCULATES EACH ACCOUNT IN TURN, AND WRITES A SUMMARY REPORT
002323* WITH A GRAND-TOTAL LINE AT THE END.
002324* ---------------------------------------------------------------
002325 2000-BATCH-PROCESS.
002326     ACCEPT DL100-POSTING-DATE FROM DATE YYYYMMDD.
002327     COMPUTE DL100-DORMANCY-CUTOFF =
002328         DL100-POSTING-DATE - 10000.
002329     COMPUTE DL100-POSTING-MONTH =
002330         DL100-POSTING-DATE / 100.
002331     COMPUTE DL100-POSTING-YEAR =
002332         DL100-POSTING-DATE / 10000.
002333     COMPUTE DL100-PRIOR-YEAR = DL100-POSTING-YEAR - 1.
002334     COMPUTE DL100-PURGE-CUTOFF = DL100-POSTING-DATE
002335         - DL100-CLOSED-RETENTION-YEARS * 10000.
002336     MOVE DL100-POSTING-DATE TO DL100-DATE-WORK-NUMBER.
002337     MOVE DL100-CD-NOTICE-MONTHS TO DL100-MONTHS-TO-ADD.
002338     PERFORM 2890-ADD-MONTHS THRU 2890-EXIT.
002339     MOVE DL100-DATE-WORK-NUMBER TO DL100-NOTICE-HORIZON.
002340     PERFORM 2050-LOAD-RATE-TABLE THRU 2050-EXIT.
002341     PERFORM 2030-SCAN-MATURITIES THRU 2030-EXIT.
002342     OPEN INPUT CUSTOMER-MASTER-FILE.
002343     IF DL100-CUST-FILE-STATUS NOT = "00" AND
002344             DL100-CUST-FILE-STATUS NOT = "05"
002345         DISPLAY "CUSTMAST OPEN FAILED, STATUS = "
002346             DL100-CUST-FILE-STATUS
002347         STOP RUN
002348     END-IF.
002349     OPEN INPUT SAVINGS-ACCOUNT-FILE.
002350     IF DL100-ACCOUNT-FILE-STATUS NOT = "00"
002351         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
002352             DL100-ACCOUNT-FILE-STATUS
002353         STOP RUN
002354     END-IF.
002355     OPEN INPUT SAVINGS-TRANSACTION-FILE.
002356     IF DL100-TRANS-FILE-STATUS = "00"
002357         SET DL100-TRANS-FILE-PRESENT TO TRUE
002358     ELSE
002359         IF DL100-TRANS-FILE-STATUS NOT = "05"
002360             DISPLAY "SAVTRAN OPEN FAILED, STATUS = "
002361                 DL100-TRANS-FILE-STATUS
002362             STOP RUN
002363         END-IF
002364     END-IF.
002365     IF DL100-RESTART-MODE
002366         OPEN EXTEND SAVINGS-REPORT-FILE
002367     ELSE
002368         OPEN OUTPUT SAVINGS-REPORT-FILE
002369     END-IF.
002370     IF DL100-REPORT-FILE-STATUS NOT = "00"
002371         DISPLAY "SAVRPT OPEN FAILED, STATUS = "
002372             DL100-REPORT-FILE-STATUS
002373         STOP RUN
002374     END-IF.
002375     IF DL100-RESTART-MODE
002376         OPEN EXTEND SAVINGS-ERROR-FILE
002377     ELSE
002378         OPEN OUTPUT SAVINGS-ERROR-FILE
002379     END-IF.
002380     IF DL100-ERROR-FILE-STATUS NOT = "00"
002381         DISPLAY "SAVERR OPEN FAILED, STATUS = "
002382             DL100-ERROR-FILE-STATUS
002383         STOP RUN
002384     END-IF.
002385     IF DL100-RESTART-MODE
002386         OPEN EXTEND SAVINGS-GL-FILE
002387     ELSE
002388         OPEN OUTPUT SAVINGS-GL-FILE
002389     END-IF.
002390     IF DL100-GL-FILE-STATUS NOT = "00"
002391         DISPLAY "SAVGL OPEN FAILED, STATUS = "
002392             DL100-GL-FILE-STATUS
002393         STOP RUN
002394     END-IF.
002395     IF DL100-RESTART-MODE
002396         OPEN EXTEND SAVINGS-NEWMAST-FILE
002397     ELSE
002398         OPEN OUTPUT SAVINGS-NEWMAST-FILE
002399     END-IF.
002400     IF DL100-NEWMAST-FILE-STATUS NOT = "00"
002401         DISPLAY "SAVNEW OPEN FAILED, STATUS = "
002402             DL100-NEWMAST-FILE-STATUS
002403         STOP RUN
002404     END-IF.
002405     IF DL100-RESTART-MODE
002406         OPEN EXTEND SAVINGS-AUDIT-FILE
002407     ELSE
002408         OPEN OUTPUT SAVINGS-AUDIT-FILE
002409     END-IF.
002410     IF DL100-AUDIT-FILE-STATUS NOT = "00"
002411         DISPLAY "SAVAUDIT OPEN FAILED, STATUS = "
002412             DL100-AUDIT-FILE-STATUS
002413         STOP RUN
002414     END-IF.
002415     IF DL100-RESTART-MODE
002416         OPEN EXTEND SAVINGS-STATEMENT-FILE
002417     ELSE
002418         OPEN OUTPUT SAVINGS-STATEMENT-FILE
002419     END-IF.
002420     IF DL100-STMT-FILE-STATUS NOT = "00"
002421         DISPLAY "SAVSTMT OPEN FAILED, STATUS = "
002422             DL100-STMT-FILE-STATUS
002423         STOP RUN
002424     END-IF.
002425     IF DL100-RESTART-MODE
002426         OPEN EXTEND SAVINGS-NSF-FILE
002427     ELSE
002428         OPEN OUTPUT SAVINGS-NSF-FILE
002429     END-IF.
002430     IF DL100-NSF-FILE-STATUS NOT = "00"
002431         DISPLAY "SAVNSF OPEN FAILED, STATUS = "
002432             DL100-NSF-FILE-STATUS
002433         STOP RUN
002434     END-IF.
002435     IF DL100-RESTART-MODE
002436         OPEN EXTEND SAVINGS-DORMANT-FILE
002437     ELSE
002438         OPEN OUTPUT SAVINGS-DORMANT-FILE
002439     END-IF.
002440     IF DL100-DORM-FILE-STATUS NOT = "00"
002441         DISPLAY "SAVDORM OPEN FAILED, STATUS = "
002442             DL100-DORM-FILE-STATUS
002443         STOP RUN
002444     END-IF.
002445     IF DL100-RESTART-MODE
002446         OPEN EXTEND SAVINGS-HISTORY-FILE
002447     ELSE
002448         OPEN OUTPUT SAVINGS-HISTORY-FILE
002449     END-IF.
002450     IF DL100-HTRN-FILE-STATUS NOT = "00"
002451         DISPLAY "SAVHTRN OPEN FAILED, STATUS = "
002452             DL100-HTRN-FILE-STATUS
002453         STOP RUN
002454     END-IF.
002455     IF DL100-RESTART-MODE
002456         OPEN EXTEND SAVINGS-OFFICIAL-CHECK-FILE
002457     ELSE
002458         OPEN OUTPUT SAVINGS-OFFICIAL-CHECK-FILE
002459     END-IF.
002460     IF DL100-OCHK-FILE-STATUS NOT = "00"
002461         DISPLAY "SAVOCHK OPEN FAILED, STATUS = "
002462             DL100-OCHK-FILE-STATUS
002463         STOP RUN
002464     END-IF.
002465     IF DL100-RESTART-MODE
002466         OPEN EXTEND SAVINGS-NOTICE-FILE
002467     ELSE
002468         OPEN OUTPUT SAVINGS-NOTICE-FILE
002469     END-IF.
002470     IF DL100-MATN-FILE-STATUS NOT = "00"
002471         DISPLAY "SAVMATN OPEN FAILED, STATUS = "
002472             DL100-MATN-FILE-STATUS
002473         STOP RUN
002474     END-IF.
002475     IF NOT DL100-RESTART-MODE
002476         PERFORM 2090-READ-CHARGE-MONTH THRU 2090-EXIT
002477         PERFORM 2070-CLEAR-CHECKPOINT THRU 2070-EXIT
002478         WRITE SAVINGS-REPORT-RECORD FROM DL100-REPORT-HEADING-1
002479         WRITE SAVINGS-REPORT-RECORD FROM DL100-REPORT-HEADING-2
002480         MOVE DL100-POSTING-DATE TO DDH-POSTING-DATE
002481         WRITE SAVINGS-DORMANT-RECORD
002482             FROM DL100-DORM-HEADING-LINE
002483         WRITE SAVINGS-DORMANT-RECORD
002484             FROM DL100-DORM-COLUMN-LINE
002485     END-IF.
002486     PERFORM 2100-READ-ACCOUNT-RECORD THRU 2100-EXIT.
002487     PERFORM 2170-READ-TRANSACTION-RECORD THRU 2170-EXIT.
002488     IF DL100-RESTART-MODE
002489         PERFORM 2080-REPOSITION-FILES THRU 2080-EXIT
002490     END-IF.
002491     PERFORM 2200-PROCESS-ONE-ACCOUNT THRU 2200-EXIT
002492         UNTIL DL100-END-OF-ACCOUNT-FILE.
002493     PERFORM 2155-REJECT-ORPHAN-TRANS THRU 2155-EXIT
002494         UNTIL DL100-END-OF-TRANSACTION-FILE.
002495     PERFORM 2900-WRITE-GRAND-TOTAL THRU 2900-EXIT.
002496     PERFORM 2920-WRITE-DORMANT-TOTALS THRU 2920-EXIT.
002497     PERFORM 2960-BALANCE-RUN THRU 2960-EXIT.
002498     PERFORM 2940-WRITE-NEWMAST-TRAILER THRU 2940-EXIT.
002499     CLOSE SAVINGS-ACCOUNT-FILE.
002500     CLOSE SAVINGS-TRANSACTION-FILE.
002501     CLOSE SAVINGS-REPORT-FILE.
002502     CLOSE SAVINGS-ERROR-FILE.
002503     CLOSE SAVINGS-GL-FILE.
002504     CLOSE SAVINGS-NEWMAST-FILE.
002505     CLOSE SAVINGS-AUDIT-FILE.
002506     CLOSE SAVINGS-STATEMENT-FILE.
002507     CLOSE SAVINGS-NSF-FILE.
002508     CLOSE SAVINGS-DORMANT-FILE.
002509     CLOSE SAVINGS-HISTORY-FILE.
002510     CLOSE SAVINGS-OFFICIAL-CHECK-FILE.
002511     CLOSE SAVINGS-NOTICE-FILE.
002512     CLOSE CUSTOMER-MASTER-FILE.
002513 2000-EXIT.
002514     EXIT.
002515*
002516* ---------------------------------------------------------------
002517* 2030-SCAN-MATURITIES READS SAVACCT ONCE AHEAD OF POSTING AND
002518* TABLES EVERY ACTIVE CERTIFICATE DUE TO MATURE BY THE POSTING
002519* DATE WITH A PAY-OUT INSTRUCTION, THEN LOOKS UP EACH LINKED
002520* ACCOUNT. THE POSTING PASS USES THE TABLE TO DEBIT THE
002521* CERTIFICATE AND CREDIT THE LINKED ACCOUNT IN THE SAME RUN. A
002522* FULL TABLE IS REPORTED AND THE CERTIFICATES LEFT OVER RENEW.
002523* ---------------------------------------------------------------
002524 2030-SCAN-MATURITIES.
002525     MOVE ZERO TO DL100-MATURITY-COUNT.
002526     OPEN INPUT SAVINGS-SCAN-FILE.
002527     IF DL100-SCAN-FILE-STATUS NOT = "00"
002528         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
002529             DL100-SCAN-FILE-STATUS
002530         STOP RUN
002531     END-IF.
002532     PERFORM 2035-SCAN-ONE-ACCOUNT THRU 2035-EXIT
002533         UNTIL DL100-END-OF-SCAN.
002534     PERFORM 2038-CHECK-LINKED-ACCOUNT THRU 2038-EXIT
002535         VARYING DL100-MAT-IX FROM 1 BY 1
002536         UNTIL DL100-MAT-IX > DL100-MATURITY-COUNT.
002537     CLOSE SAVINGS-SCAN-FILE.
002538 2030-EXIT.
002539     EXIT.
002540*
002541 2035-SCAN-ONE-ACCOUNT.
002542     READ SAVINGS-SCAN-FILE NEXT RECORD
002543         AT END
002544             SET DL100-END-OF-SCAN TO TRUE
002545     END-READ.
002546     IF DL100-END-OF-SCAN
002547         GO TO 2035-EXIT
002548     END-IF.
002549     IF SSR-ACCOUNT-ID = DL100-TRAILER-ID
002550         SET DL100-END-OF-SCAN TO TRUE
002551         GO TO 2035-EXIT
002552     END-IF.
002553     IF SSR-ACCOUNT-TYPE NOT = "C" OR
002554             SSR-ACCOUNT-STATUS NOT = "A" OR
002555             SSR-MATURITY-OPTION NOT = "P" OR
002556             SSR-MATURITY-DATE = ZERO OR
002557             SSR-MATURITY-DATE > DL100-POSTING-DATE OR
002558             SSR-BALANCE < ZERO
002559         GO TO 2035-EXIT
002560     END-IF.
002561     IF DL100-MATURITY-COUNT >= 500
002562         DISPLAY "MATURITY TABLE FULL AT 500 ENTRIES, "
002563             "CERTIFICATE " SSR-ACCOUNT-ID " WILL RENEW"
002564         GO TO 2035-EXIT
002565     END-IF.
002566     ADD 1 TO DL100-MATURITY-COUNT.
002567     SET DL100-MAT-IX TO DL100-MATURITY-COUNT.
002568     MOVE SSR-ACCOUNT-ID TO
002569         DL100-MT-CERT-ACCOUNT-ID(DL100-MAT-IX).
002570     MOVE SSR-LINKED-ACCOUNT-ID TO
002571         DL100-MT-LINKED-ACCOUNT-ID(DL100-MAT-IX).
002572     MOVE SSR-BALANCE TO DL100-MT-AMOUNT(DL100-MAT-IX).
002573     MOVE "N" TO DL100-MT-USABLE-FLAG(DL100-MAT-IX).
002574 2035-EXIT.
002575     EXIT.
002576*
002577 2038-CHECK-LINKED-ACCOUNT.
002578     MOVE DL100-MT-LINKED-ACCOUNT-ID(DL100-MAT-IX) TO
002579         SSR-ACCOUNT-ID.
002580     IF SSR-ACCOUNT-ID = SPACES OR
002581             SSR-ACCOUNT-ID = DL100-TRAILER-ID OR
002582             SSR-ACCOUNT-ID =
002583                 DL100-MT-CERT-ACCOUNT-ID(DL100-MAT-IX)
002584         GO TO 2038-EXIT
002585     END-IF.
002586     READ SAVINGS-SCAN-FILE
002587         INVALID KEY
002588             GO TO 2038-EXIT
002589     END-READ.
002590     IF SSR-ACCOUNT-STATUS = "A" AND SSR-ACCOUNT-TYPE NOT = "C"
002591         MOVE "Y" TO DL100-MT-USABLE-FLAG(DL100-MAT-IX)
002592     END-IF.
002593 2038-EXIT.
002594     EXIT.
002595*
002596* ---------------------------------------------------------------
002597* 2050-LOAD-RATE-TABLE LOADS THE SAVRATE PRODUCT/TIER RATE
002598* TABLE INTO STORAGE FOR THE INTEREST LOOKUP, THE SAME WAY
002599* AIRLINE-TICKET LOADS ITS FARE TABLE. A MISSING OR EMPTY RATE
002600* TABLE STOPS THE RUN: WITHOUT IT NO ACCOUNT CAN BE PRICED.
002601* ---------------------------------------------------------------
002602 2050-LOAD-RATE-TABLE.
002603     OPEN INPUT SAVINGS-RATE-FILE.
002604     IF DL100-RATE-FILE-STATUS NOT = "00"
002605         DISPLAY "SAVRATE OPEN FAILED, STATUS = "
002606             DL100-RATE-FILE-STATUS
002607         STOP RUN
002608     END-IF.
002609     PERFORM 2055-LOAD-ONE-RATE THRU 2055-EXIT
002610         UNTIL DL100-END-OF-RATE-FILE.
002611     CLOSE SAVINGS-RATE-FILE.
002612     IF DL100-RATE-COUNT = ZERO
002613         DISPLAY "SAVRATE IS EMPTY, CANNOT PRICE INTEREST"
002614         MOVE 16 TO RETURN-CODE
002615         STOP RUN
002616     END-IF.
002617 2050-EXIT.
002618     EXIT.
002619*
002620 2055-LOAD-ONE-RATE.
002621     READ SAVINGS-RATE-FILE
002622         AT END
002623             SET DL100-END-OF-RATE-FILE TO TRUE
002624     END-READ.
002625     IF DL100-MORE-RATE-RECORDS
002626         IF DL100-RATE-COUNT >= 50
002627             DISPLAY "RATE TABLE FULL AT 50 ENTRIES, REMAINING "
002628                 "SAVRATE RECORDS NOT LOADED"
002629             SET DL100-END-OF-RATE-FILE TO TRUE
002630         ELSE
002631             ADD 1 TO DL100-RATE-COUNT
002632             SET DL100-RATE-IX TO DL100-RATE-COUNT
002633             MOVE SRR-PRODUCT-CODE TO
002634                 DL100-RT-PRODUCT-CODE(DL100-RATE-IX)
002635             MOVE SRR-TIER-MINIMUM TO
002636                 DL100-RT-TIER-MINIMUM(DL100-RATE-IX)
002637             MOVE SRR-INTEREST-RATE TO
002638                 DL100-RT-INTEREST-RATE(DL100-RATE-IX)
002639         END-IF
002640     END-IF.
002641 2055-EXIT.
002642     EXIT.
002643*
002644* ---------------------------------------------------------------
002645* 2060-RESTORE-CHECKPOINT READS THE CHECKPOINT WRITTEN BY THE
002646* FAILED RUN AND RESTORES THE RUNNING TOTALS AND THE LAST
002647* COMMITTED ACCOUNT ID SO THE RERUN CAN CONTINUE FROM THERE.
002648* ---------------------------------------------------------------
002649 2060-RESTORE-CHECKPOINT.
002650     OPEN INPUT SAVINGS-CHECKPOINT-FILE.
002651     IF DL100-CKPT-FILE-STATUS NOT = "00"
002652         DISPLAY "SAVCKPT OPEN FAILED, STATUS = "
002653             DL100-CKPT-FILE-STATUS
002654         STOP RUN
002655     END-IF.
002656     READ SAVINGS-CHECKPOINT-FILE
002657         AT END
002658             DISPLAY "SAVCKPT IS EMPTY, CANNOT RESTART"
002659             STOP RUN
002660     END-READ.
002661     MOVE SCK-LAST-ACCOUNT-ID TO DL100-RESTART-ACCOUNT-ID.
002662     MOVE SCK-ACCOUNT-COUNT TO DL100-ACCOUNT-COUNT.
002663     MOVE SCK-GRAND-TOTAL-AMOUNT TO DL100-GRAND-TOTAL-AMOUNT.
002664     MOVE SCK-GRAND-TOTAL-INTEREST TO DL100-GRAND-TOTAL-INTEREST.
002665     MOVE SCK-GRAND-TOTAL-INTEREST TO DL100-GL-INTEREST-ACCUM.
002666     MOVE SCK-REJECTED-COUNT TO DL100-REJECTED-COUNT.
002667     MOVE SCK-NEWMAST-COUNT TO DL100-NEWMAST-COUNT.
002668     MOVE SCK-NEWMAST-HASH TO DL100-NEWMAST-HASH.
002669     MOVE SCK-SVC-CHARGE-TOTAL TO DL100-TOTAL-SVC-CHARGES.
002670     MOVE SCK-SVC-CHARGE-TOTAL TO DL100-GL-SVCCHG-ACCUM.
002671     MOVE SCK-DORMANT-COUNT TO DL100-DORMANT-COUNT.
002672     MOVE SCK-CHARGE-SWITCH TO DL100-CHARGE-SWITCH.
002673     MOVE SCK-DEPOSIT-TOTAL TO DL100-TOTAL-DEPOSITS.
002674     MOVE SCK-DEPOSIT-TOTAL TO DL100-GL-DEPOSIT-ACCUM.
002675     MOVE SCK-WITHDRAWAL-TOTAL TO DL100-TOTAL-WITHDRAWALS.
002676     MOVE SCK-WITHDRAWAL-TOTAL TO DL100-GL-WITHDRAWAL-ACCUM.
002677     MOVE SCK-HISTORY-SEQUENCE TO DL100-HISTORY-SEQUENCE.
002678     MOVE SCK-CLOSED-COUNT TO DL100-CLOSED-COUNT.
002679     MOVE SCK-PAYOUT-TOTAL TO DL100-TOTAL-PAYOUTS.
002680     MOVE SCK-PAYOUT-TOTAL TO DL100-GL-PAYOUT-ACCUM.
002681     MOVE SCK-CLOSED-CARRIED-COUNT TO DL100-CLOSED-CARRIED-COUNT.
002682     MOVE SCK-PURGED-COUNT TO DL100-PURGED-COUNT.
002683     MOVE SCK-PENALTY-TOTAL TO DL100-TOTAL-PENALTIES.
002684     MOVE SCK-PENALTY-TOTAL TO DL100-GL-PENALTY-ACCUM.
002685     MOVE SCK-MATURITY-OUT-TOTAL TO DL100-TOTAL-MATURITY-OUT.
002686     MOVE SCK-MATURITY-IN-TOTAL TO DL100-TOTAL-MATURITY-IN.
002687     MOVE SCK-MATURED-PAID-COUNT TO DL100-MATURED-PAID-COUNT.
002688     MOVE SCK-RENEWED-COUNT TO DL100-RENEWED-COUNT.
002689     MOVE SCK-NOTICE-COUNT TO DL100-NOTICE-COUNT.
002690     CLOSE SAVINGS-CHECKPOINT-FILE.
002691     DISPLAY "RESTARTING AFTER ACCOUNT " DL100-RESTART-ACCOUNT-ID.
002692 2060-EXIT.
002693     EXIT.
002694*
002695* ---------------------------------------------------------------
002696* 2070-CLEAR-CHECKPOINT REWRITES THE CHECKPOINT AT THE TOP OF A
002697* FRESH BATCH RUN WITH A BLANK ACCOUNT ID AND ZERO TOTALS,
002698* SO A RESTART AFTER AN ABEND AHEAD OF THE FIRST REAL CHECKPOINT
002699* REPROCESSES FROM THE TOP INSTEAD OF RESUMING FROM A PRIOR
002700* NIGHT'S STALE CHECKPOINT.
002701* ---------------------------------------------------------------
002702 2070-CLEAR-CHECKPOINT.
002703     OPEN OUTPUT SAVINGS-CHECKPOINT-FILE.
002704     IF DL100-CKPT-FILE-STATUS NOT = "00" AND
002705             DL100-CKPT-FILE-STATUS NOT = "05"
002706         DISPLAY "SAVCKPT OPEN FAILED, STATUS = "
002707             DL100-CKPT-FILE-STATUS
002708         STOP RUN
002709     END-IF.
002710     MOVE SPACES TO SCK-LAST-ACCOUNT-ID.
002711     MOVE ZERO TO SCK-ACCOUNT-COUNT.
002712     MOVE ZERO TO SCK-GRAND-TOTAL-AMOUNT.
002713     MOVE ZERO TO SCK-GRAND-TOTAL-INTEREST.
002714     MOVE ZERO TO SCK-REJECTED-COUNT.
002715     MOVE ZERO TO SCK-NEWMAST-COUNT.
002716     MOVE ZERO TO SCK-NEWMAST-HASH.
002717     MOVE ZERO TO SCK-SVC-CHARGE-TOTAL.
002718     MOVE ZERO TO SCK-DORMANT-COUNT.
002719     MOVE DL100-CHARGE-SWITCH TO SCK-CHARGE-SWITCH.
002720     MOVE ZERO TO SCK-DEPOSIT-TOTAL.
002721     MOVE ZERO TO SCK-WITHDRAWAL-TOTAL.
002722     MOVE ZERO TO SCK-HISTORY-SEQUENCE.
002723     MOVE ZERO TO SCK-CLOSED-COUNT.
002724     MOVE ZERO TO SCK-PAYOUT-TOTAL.
002725     MOVE ZERO TO SCK-CLOSED-CARRIED-COUNT.
002726     MOVE ZERO TO SCK-PURGED-COUNT.
002727     MOVE ZERO TO SCK-PENALTY-TOTAL.
002728     MOVE ZERO TO SCK-MATURITY-OUT-TOTAL.
002729     MOVE ZERO TO SCK-MATURITY-IN-TOTAL.
002730     MOVE ZERO TO SCK-MATURED-PAID-COUNT.
002731     MOVE ZERO TO SCK-RENEWED-COUNT.
002732     MOVE ZERO TO SCK-NOTICE-COUNT.
002733     WRITE SAVINGS-CHECKPOINT-RECORD.
002734     CLOSE SAVINGS-CHECKPOINT-FILE.
002735 2070-EXIT.
002736     EXIT.
002737*
002738* ---------------------------------------------------------------
002739* 2080-REPOSITION-FILES RESTORES THE CHECKPOINT, THEN SKIPS THE
002740* ACCOUNT AND TRANSACTION FILES FORWARD PAST THE LAST ACCOUNT IT
002741* COMMITTED, SO THE RERUN RESUMES WITH THE FIRST UNPROCESSED
002742* ACCOUNT. BOTH FILES ARE IN ASCENDING ACCOUNT-ID SEQUENCE.
002743* ---------------------------------------------------------------
002744 2080-REPOSITION-FILES.
002745     PERFORM 2060-RESTORE-CHECKPOINT THRU 2060-EXIT.
002746     PERFORM 2100-READ-ACCOUNT-RECORD THRU 2100-EXIT
002747         UNTIL DL100-END-OF-ACCOUNT-FILE
002748         OR SAR-ACCOUNT-ID > DL100-RESTART-ACCOUNT-ID.
002749     SET DL100-REPOSITIONING TO TRUE.
002750     PERFORM 2170-READ-TRANSACTION-RECORD THRU 2170-EXIT
002751         UNTIL DL100-END-OF-TRANSACTION-FILE
002752         OR STR-ACCOUNT-ID > DL100-RESTART-ACCOUNT-ID.
002753     SET DL100-NOT-REPOSITIONING TO TRUE.
002758 2080-EXIT.
002759     EXIT.
002760*
002891* POSTS IT WHEN IT IS CLEAN. AN UNKNOWN TRANSACTION TYPE OR A
002892* WITHDRAWAL THAT WOULD OVERDRAW THE ACCOUNT GOES TO THE
002893* NSF/REJECTS REPORT AND THE REMAINING TRANSACTIONS STILL POST.
002894* EVERY POSTED TRANSACTION ALSO CUTS ITS "DEP" OR "WDL" LINE ON
002895* THE SAVGL EXTRACT SO THE CASH ACTIVITY REACHES THE LEDGER.
002896* A CERTIFICATE TAKES NO ORDINARY WITHDRAWAL ("W"); MONEY COMES
002897* OUT OF IT ONLY AS AN EARLY WITHDRAWAL ("B"), WHICH IS REFUSED
002898* ON ANY OTHER KIND OF ACCOUNT.
002899* ---------------------------------------------------------------
002900 2160-APPLY-ONE-TRANSACTION.
002901     EVALUATE TRUE
002902         WHEN STR-TRANS-TYPE = "D"
002903             ADD STR-TRANS-AMOUNT TO BALANCE
002904             ADD STR-TRANS-AMOUNT TO DL100-TRANS-NET-AMOUNT
002905             ADD STR-TRANS-AMOUNT TO DL100-TOTAL-DEPOSITS
002906             SET DL100-ACCOUNT-HAD-ACTIVITY TO TRUE
002907             MOVE "DEP" TO GLR-ENTRY-TYPE
002908             PERFORM 2957-WRITE-GL-TRANSACTION THRU 2957-EXIT
002909             MOVE "DEP" TO SHL-ENTRY-TYPE
002910             PERFORM 2995-WRITE-HISTORY-TRANS THRU 2995-EXIT
002911             MOVE "  DEPOSIT" TO DST-LABEL
002912             PERFORM 2550-WRITE-STMT-TRANS-LINE THRU 2550-EXIT
002913         WHEN STR-TRANS-TYPE = "W" AND SAR-CERTIFICATE
002914             MOVE "07" TO DL100-NSF-REASON-CODE
002915             PERFORM 2180-WRITE-NSF-REJECT THRU 2180-EXIT
002916         WHEN STR-TRANS-TYPE = "W"
002917             IF STR-TRANS-AMOUNT > BALANCE
002918                 MOVE "04" TO DL100-NSF-REASON-CODE
002919                 PERFORM 2180-WRITE-NSF-REJECT THRU 2180-EXIT
002920             ELSE
002921                 SUBTRACT STR-TRANS-AMOUNT FROM BALANCE
002922                 SUBTRACT STR-TRANS-AMOUNT FROM
002923                     DL100-TRANS-NET-AMOUNT
002924                 ADD STR-TRANS-AMOUNT TO DL100-TOTAL-WITHDRAWALS
002925                 SET DL100-ACCOUNT-HAD-ACTIVITY TO TRUE
002926                 MOVE "WDL" TO GLR-ENTRY-TYPE
002927                 PERFORM 2957-WRITE-GL-TRANSACTION THRU 2957-EXIT
002928                 MOVE "WDL" TO SHL-ENTRY-TYPE
002929                 PERFORM 2995-WRITE-HISTORY-TRANS THRU 2995-EXIT
002930                 MOVE "  WITHDRAWAL" TO DST-LABEL
002931                 PERFORM 2550-WRITE-STMT-TRANS-LINE THRU 2550-EXIT
002932             END-IF
002933         WHEN STR-TRANS-TYPE = "B" AND NOT SAR-CERTIFICATE
002934             MOVE "08" TO DL100-NSF-REASON-CODE
002935             PERFORM 2180-WRITE-NSF-REJECT THRU 2180-EXIT
002936         WHEN STR-TRANS-TYPE = "B"
002937             IF STR-TRANS-AMOUNT > BALANCE
002938                 MOVE "04" TO DL100-NSF-REASON-CODE
002939                 PERFORM 2180-WRITE-NSF-REJECT THRU 2180-EXIT
002940             ELSE
002941                 PERFORM 2165-POST-EARLY-WITHDRAWAL THRU 2165-EXIT
002942             END-IF
002943         WHEN OTHER
002944             MOVE "01" TO DL100-NSF-REASON-CODE
002945             PERFORM 2180-WRITE-NSF-REJECT THRU 2180-EXIT
002946     END-EVALUATE.
002947     PERFORM 2170-READ-TRANSACTION-RECORD THRU 2170-EXIT.
002948 2160-EXIT.
002949     EXIT.
002950*
002951* ---------------------------------------------------------------
002952* 2165-POST-EARLY-WITHDRAWAL TAKES AN EARLY WITHDRAWAL OUT OF A
002953* CERTIFICATE. BEFORE THE MATURITY DATE THE PENALTY (SEE
002954* 2880-FIGURE-PENALTY) IS KEPT BY THE BANK AND ONLY THE
002955* REMAINDER GOES TO THE CUSTOMER: THE PENALTY CUTS ITS OWN "PEN"
002956* LINE ON SAVGL AND THE REMAINDER A "WDL" LINE, WITH A HISTORY
002957* ENTRY AND A STATEMENT LINE FOR EACH. ON OR AFTER MATURITY THERE
002958* IS NO PENALTY.
002959* ---------------------------------------------------------------
002960 2165-POST-EARLY-WITHDRAWAL.
002961     MOVE STR-TRANS-AMOUNT TO DL100-PENALTY-BASE.
002962     PERFORM 2880-FIGURE-PENALTY THRU 2880-EXIT.
002963     COMPUTE DL100-NET-WITHDRAWAL =
002964         STR-TRANS-AMOUNT - DL100-PENALTY-AMOUNT.
002965     SET DL100-ACCOUNT-HAD-ACTIVITY TO TRUE.
002966     IF DL100-PENALTY-AMOUNT > ZERO
002967         SUBTRACT DL100-PENALTY-AMOUNT FROM BALANCE
002968         SUBTRACT DL100-PENALTY-AMOUNT FROM DL100-TRANS-NET-AMOUNT
002969         ADD DL100-PENALTY-AMOUNT TO DL100-TOTAL-PENALTIES
002970         ADD DL100-PENALTY-AMOUNT TO SAR-YTD-PENALTY
002971         PERFORM 2956-WRITE-GL-PENALTY THRU 2956-EXIT
002972         MOVE STR-ACCOUNT-ID TO SHL-ACCOUNT-ID
002973         MOVE "PEN" TO SHL-ENTRY-TYPE
002974         MOVE DL100-PENALTY-AMOUNT TO SHL-AMOUNT
002975         MOVE BALANCE TO SHL-BALANCE-AFTER
002976         MOVE STR-TRANS-TYPE TO SHL-TRANS-TYPE
002977         MOVE SPACES TO SHL-REASON-CODE
002978         PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT
002979         MOVE "  CD PENALTY" TO DST-LABEL
002980         MOVE DL100-PENALTY-AMOUNT TO DST-AMOUNT
002981         WRITE SAVINGS-STATEMENT-RECORD
002982             FROM DL100-STMT-DETAIL-LINE
002983     END-IF.
002984     IF DL100-NET-WITHDRAWAL = ZERO
002985         GO TO 2165-EXIT
002986     END-IF.
002987     SUBTRACT DL100-NET-WITHDRAWAL FROM BALANCE.
002988     SUBTRACT DL100-NET-WITHDRAWAL FROM DL100-TRANS-NET-AMOUNT.
002989     ADD DL100-NET-WITHDRAWAL TO DL100-TOTAL-WITHDRAWALS.
002990     MOVE STR-ACCOUNT-ID TO GLR-ACCOUNT-ID.
002991     MOVE DL100-NET-WITHDRAWAL TO GLR-AMOUNT.
002992     MOVE DL100-POSTING-DATE TO GLR-POSTING-DATE.
002993     MOVE "WDL" TO GLR-ENTRY-TYPE.
002994     WRITE SAVINGS-GL-RECORD FROM DL100-GL-EXTRACT-LINE.
002995     ADD DL100-NET-WITHDRAWAL TO DL100-GL-WITHDRAWAL-ACCUM.
002996     MOVE STR-ACCOUNT-ID TO SHL-ACCOUNT-ID.
002997     MOVE "WDL" TO SHL-ENTRY-TYPE.
002998     MOVE DL100-NET-WITHDRAWAL TO SHL-AMOUNT.
002999     MOVE BALANCE TO SHL-BALANCE-AFTER.
003000     MOVE STR-TRANS-TYPE TO SHL-TRANS-TYPE.
003001     MOVE SPACES TO SHL-REASON-CODE.
003002     PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT.
003003     MOVE "  EARLY WITHDRAWAL" TO DST-LABEL.
003004     MOVE DL100-NET-WITHDRAWAL TO DST-AMOUNT.
003005     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
003006 2165-EXIT.
003007     EXIT.
003008*
003009* ---------------------------------------------------------------
003010* 2170-READ-TRANSACTION-RECORD DELIVERS THE NEXT USABLE
003011* TRANSACTION. A RECORD WHOSE ACCOUNT ID HAS FALLEN BEHIND THE
003012* ONE BEFORE IT IS OUT OF SEQUENCE; IT IS REJECTED AND THE READ
003013* CONTINUES, SO A MIS-SORTED BATCH CANNOT MIS-POST SILENTLY.
003014* ---------------------------------------------------------------
003015 2170-READ-TRANSACTION-RECORD.
003016     PERFORM 2175-READ-ONE-TRANSACTION THRU 2175-EXIT
003017         WITH TEST AFTER
003018         UNTIL DL100-END-OF-TRANSACTION-FILE
003019         OR DL100-TRANS-IN-SEQUENCE.
003020 2170-EXIT.
003021     EXIT.
003022*
003023 2175-READ-ONE-TRANSACTION.
003024     SET DL100-TRANS-IN-SEQUENCE TO TRUE.
003025     READ SAVINGS-TRANSACTION-FILE
003026         AT END
003027             SET DL100-END-OF-TRANSACTION-FILE TO TRUE
003028     END-READ.
003029     IF DL100-END-OF-TRANSACTION-FILE
003030         IF DL100-TRANS-FILE-PRESENT AND
003031                 NOT DL100-TRAN-TRAILER-FOUND
003032             DISPLAY "SAVTRAN TRAILER RECORD MISSING"
003033             MOVE 16 TO RETURN-CODE
003034             STOP RUN
003035         END-IF
003036     ELSE
003037         IF STR-ACCOUNT-ID = DL100-TRAILER-ID
003038             SET DL100-TRAN-TRAILER-FOUND TO TRUE
003039             PERFORM 2190-VERIFY-TRANS-TRAILER THRU 2190-EXIT
003040             SET DL100-END-OF-TRANSACTION-FILE TO TRUE
003041         ELSE
003042             ADD 1 TO DL100-TRANS-READ-COUNT
003043             ADD STR-TRANS-AMOUNT TO DL100-TRANS-HASH-AMOUNT
003044             IF STR-ACCOUNT-ID < DL100-PRIOR-TRANS-ID
003045                 SET DL100-TRANS-OUT-OF-SEQ TO TRUE
003046                 MOVE "03" TO DL100-NSF-REASON-CODE
003047                 PERFORM 2180-WRITE-NSF-REJECT THRU 2180-EXIT
003048             ELSE
003049                 MOVE STR-ACCOUNT-ID TO DL100-PRIOR-TRANS-ID
003050             END-IF
003051         END-IF
003052     END-IF.
003053 2175-EXIT.
003054     EXIT.
003055*
003056* ---------------------------------------------------------------
003057* 2180-WRITE-NSF-REJECT WRITES THE CURRENT TRANSACTION TO THE
003058* NSF/REJECTS REPORT WITH THE REASON CODE THE CALLER HAS SET,
003059* AND TO THE HISTORY EXTRACT AS A "REJ" ENTRY.
003060* ---------------------------------------------------------------
003061 2180-WRITE-NSF-REJECT.
003062     MOVE STR-ACCOUNT-ID TO DNR-ACCOUNT-ID.
003063     MOVE STR-TRANS-TYPE TO DNR-TRANS-TYPE.
003064     MOVE STR-TRANS-AMOUNT TO DNR-TRANS-AMOUNT.
003065     MOVE DL100-NSF-REASON-CODE TO DNR-REASON-CODE.
003066     EVALUATE DL100-NSF-REASON-CODE
003067         WHEN "01"
003068             MOVE "UNKNOWN TRANSACTION TYPE" TO DNR-REASON-TEXT
003069         WHEN "02"
003070             MOVE "NO MASTER RECORD FOR ACCOUNT" TO
003071                 DNR-REASON-TEXT
003072         WHEN "03"
003073             MOVE "TRANSACTION OUT OF SEQUENCE" TO
003074                 DNR-REASON-TEXT
003075         WHEN "04"
003076             MOVE "WITHDRAWAL EXCEEDS BALANCE" TO
003077                 DNR-REASON-TEXT
003078         WHEN "05"
003079             MOVE "ACCOUNT REJECTED BY EDITS" TO
003080                 DNR-REASON-TEXT
003081         WHEN "06"
003082             MOVE "ACCOUNT IS CLOSED" TO DNR-REASON-TEXT
003083         WHEN "07"
003084             MOVE "WITHDRAWAL NOT ALLOWED ON CD" TO
003085                 DNR-REASON-TEXT
003086         WHEN "08"
003087             MOVE "EARLY WITHDRAWAL NOT ON A CD" TO
003088                 DNR-REASON-TEXT
003089         WHEN OTHER
003090             MOVE "UNSPECIFIED EDIT FAILURE" TO DNR-REASON-TEXT
003091     END-EVALUATE.
003092     WRITE SAVINGS-NSF-RECORD FROM DL100-NSF-RECORD-LAYOUT.
003093     ADD 1 TO DL100-TRANS-REJECT-COUNT.
003094     IF DL100-REPOSITIONING
003095         GO TO 2180-EXIT
003096     END-IF.
003097     MOVE STR-ACCOUNT-ID TO SHL-ACCOUNT-ID.
003098     MOVE "REJ" TO SHL-ENTRY-TYPE.
003099     MOVE STR-TRANS-AMOUNT TO SHL-AMOUNT.
003100     MOVE ZERO TO SHL-BALANCE-AFTER.
003101     MOVE STR-TRANS-TYPE TO SHL-TRANS-TYPE.
003102     MOVE DL100-NSF-REASON-CODE TO SHL-REASON-CODE.
003103     PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT.
003104 2180-EXIT.
003105     EXIT.
003106*
003107* ---------------------------------------------------------------
003108* 2190-VERIFY-TRANS-TRAILER PROVES THE SAVTRAN TRAILER CONTROL
003109* TOTALS AGAINST THE TRANSACTIONS ACTUALLY READ, ABENDING THE
003110* RUN ON A MISMATCH THE SAME WAY AS THE ACCOUNT FILE.
003111* ---------------------------------------------------------------
003112 2190-VERIFY-TRANS-TRAILER.
003113     IF STT-RECORD-COUNT NOT = DL100-TRANS-READ-COUNT
003114         DISPLAY "SAVTRAN TRAILER COUNT " STT-RECORD-COUNT
003115             " DOES NOT MATCH RECORDS READ "
003116             DL100-TRANS-READ-COUNT
003117         MOVE 16 TO RETURN-CODE
003118         STOP RUN
003119     END-IF.
003120     IF STT-HASH-AMOUNT NOT = DL100-TRANS-HASH-AMOUNT
003121         DISPLAY "SAVTRAN TRAILER HASH " STT-HASH-AMOUNT
003122             " DOES NOT MATCH AMOUNTS READ "
003123             DL100-TRANS-HASH-AMOUNT
003124         MOVE 16 TO RETURN-CODE
003125         STOP RUN
003126     END-IF.
003127 2190-EXIT.
003128     EXIT.
003129*
003130 2200-PROCESS-ONE-ACCOUNT.
003131     MOVE SAR-BALANCE TO BALANCE.
003132     MOVE SAR-BALANCE TO DL100-OPENING-BALANCE.
003133     MOVE ZERO TO DL100-TRANS-NET-AMOUNT.
003134     SET DL100-ACCOUNT-NO-ACTIVITY TO TRUE.
003135     SET DL100-CERT-NOT-RENEWED TO TRUE.
003136     MOVE ZERO TO DL100-CLOSE-PENALTY.
003137     PERFORM 2700-ROLL-INTEREST-YEAR THRU 2700-EXIT.
003138     IF SAR-ACCOUNT-CLOSED
003139         PERFORM 2780-CARRY-CLOSED-ACCOUNT THRU 2780-EXIT
003140         GO TO 2290-NEXT-ACCOUNT
003141     END-IF.
003142     PERFORM 2500-WRITE-STMT-HEADING THRU 2500-EXIT.
003143     MOVE SAR-INTEREST-RATE TO INTEREST-RATE.
003144     MOVE SAR-YEARS TO YEARS.
003145     MOVE SAR-COMPOUND-FREQ TO COMPOUNDING-FREQUENCY.
003146     PERFORM 2145-SKIP-ORPHAN-TRANS THRU 2145-EXIT.
003147     PERFORM 2845-CREDIT-MATURITY-TRANSFERS THRU 2845-EXIT.
003148     IF SAR-CERTIFICATE AND SAR-ACCOUNT-ACTIVE AND
003149             SAR-MATURITY-DATE NOT > DL100-POSTING-DATE
003150         PERFORM 2820-FIND-MATURITY-PAYOUT THRU 2820-EXIT
003151         IF DL100-MATURITY-PAYOUT-FOUND
003152             PERFORM 2840-PAY-MATURED-CERTIFICATE THRU 2840-EXIT
003153             GO TO 2290-NEXT-ACCOUNT
003154         END-IF
003155     END-IF.
003156     PERFORM 2400-VALIDATE-ACCOUNT-DATA THRU 2400-EXIT.
003157     IF DL100-INPUT-VALID AND SAR-CERTIFICATE
003158         IF SAR-TERM-MONTHS = ZERO OR SAR-MATURITY-DATE = ZERO
003159             SET DL100-INPUT-INVALID TO TRUE
003160             MOVE "CERTIFICATE TERM OR MATURITY MISSING" TO
003161                 DL100-ERROR-MESSAGE
003162         END-IF
003163     END-IF.
003164     IF DL100-INPUT-VALID
003165         PERFORM 2150-POST-TRANSACTIONS THRU 2150-EXIT
003166         IF SAR-CERTIFICATE AND SAR-ACCOUNT-ACTIVE AND
003167                 SAR-MATURITY-DATE NOT > DL100-POSTING-DATE
003168             PERFORM 2830-RENEW-CERTIFICATE THRU 2830-EXIT
003169         END-IF
003170         IF SAR-CERTIFICATE AND DL100-CERT-NOT-RENEWED AND
003171                 SAR-INTEREST-RATE > ZERO
003172             SET DL100-RATE-FOUND TO TRUE
003173         ELSE
003174             PERFORM 2450-LOOKUP-INTEREST-RATE THRU 2450-EXIT
003175         END-IF
003176     END-IF.
003177     IF DL100-INPUT-VALID AND DL100-RATE-NOT-FOUND
003178         SET DL100-INPUT-INVALID TO TRUE
003179         MOVE "PRODUCT CODE NOT ON RATE TABLE" TO
003180             DL100-ERROR-MESSAGE
003181     END-IF.
003182     IF DL100-INPUT-VALID
003183         PERFORM 5000-CALCULATE-INTEREST THRU 5000-EXIT
003184         IF DL100-CALC-OVERFLOW
003185             SET DL100-INPUT-INVALID TO TRUE
003186             MOVE "CALCULATION OVERFLOW, FIGURES TOO LARGE" TO
003187                 DL100-ERROR-MESSAGE
003188         END-IF
003189     END-IF.
003190     IF DL100-INPUT-VALID
003191         IF TOTAL-AMOUNT > DL100-MAX-MASTER-BALANCE
003192             SET DL100-INPUT-INVALID TO TRUE
003193             MOVE "POSTED BALANCE EXCEEDS MASTER FIELD" TO
003194                 DL100-ERROR-MESSAGE
003195         END-IF
003196     END-IF.
003197     IF DL100-INPUT-VALID AND NOT SAR-ACCOUNT-PENDING-CLOSE
003198         PERFORM 2600-ASSESS-DORMANCY THRU 2600-EXIT
003199     END-IF.
003200     IF DL100-INPUT-INVALID
003201         PERFORM 2140-REJECT-ACCOUNT-TRANS THRU 2140-EXIT
003202             UNTIL DL100-END-OF-TRANSACTION-FILE
003203             OR STR-ACCOUNT-ID NOT = SAR-ACCOUNT-ID
003204         PERFORM 2800-LOG-REJECTED-RECORD THRU 2800-EXIT
003205         MOVE BALANCE TO DL100-CLOSING-BALANCE
003206         MOVE ZERO TO DL100-INTEREST-APPLIED
003207         PERFORM 2250-WRITE-NEW-MASTER THRU 2250-EXIT
003208         PERFORM 2270-WRITE-AUDIT-RECORD THRU 2270-EXIT
003209         PERFORM 2590-WRITE-STMT-REJECT THRU 2590-EXIT
003210     ELSE
003211         ADD 1 TO DL100-ACCOUNT-COUNT
003212         ADD TOTAL-AMOUNT TO DL100-GRAND-TOTAL-AMOUNT
003213         ADD TOTAL-INTEREST TO DL100-GRAND-TOTAL-INTEREST
003220         MOVE SAR-ACCOUNT-ID TO DRL-ACCOUNT-ID
003230         MOVE TOTAL-AMOUNT TO DRL-TOTAL-AMOUNT
003240         MOVE TOTAL-INTEREST TO DRL-TOTAL-INTEREST
003250         WRITE SAVINGS-REPORT-RECORD FROM DL100-REPORT-DETAIL-LINE
003251         PERFORM 5300-PRINT-SCHEDULE THRU 5300-EXIT
003252         PERFORM 2950-WRITE-GL-EXTRACT THRU 2950-EXIT
003253         IF TOTAL-INTEREST > ZERO
003254             MOVE SAR-ACCOUNT-ID TO SHL-ACCOUNT-ID
003255             MOVE "INT" TO SHL-ENTRY-TYPE
003256             MOVE TOTAL-INTEREST TO SHL-AMOUNT
003257             MOVE TOTAL-AMOUNT TO SHL-BALANCE-AFTER
003258             MOVE SPACE TO SHL-TRANS-TYPE
003259             MOVE SPACES TO SHL-REASON-CODE
003260             PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT
003261         END-IF
003262         MOVE TOTAL-AMOUNT TO DL100-CLOSING-BALANCE
003263         MOVE TOTAL-INTEREST TO DL100-INTEREST-APPLIED
003264         ADD TOTAL-INTEREST TO SAR-YTD-INTEREST
003265         IF SAR-ACCOUNT-PENDING-CLOSE
003266             PERFORM 2750-CLOSE-OUT-ACCOUNT THRU 2750-EXIT
003267         END-IF
003268         IF SAR-CERTIFICATE AND SAR-ACCOUNT-ACTIVE
003269             PERFORM 2870-CHECK-MATURITY-NOTICE THRU 2870-EXIT
003270         END-IF
003273         PERFORM 2250-WRITE-NEW-MASTER THRU 2250-EXIT
003274         PERFORM 2270-WRITE-AUDIT-RECORD THRU 2270-EXIT
003275         PERFORM 2560-WRITE-STMT-CLOSING THRU 2560-EXIT
003277     END-IF.
003279 2290-NEXT-ACCOUNT.
003281     ADD 1 TO DL100-SINCE-CKPT-COUNT.
003282     IF DL100-SINCE-CKPT-COUNT NOT < DL100-CHECKPOINT-INTERVAL
003283         PERFORM 2300-TAKE-CHECKPOINT THRU 2300-EXIT
003284     END-IF.
003290     PERFORM 2100-READ-ACCOUNT-RECORD THRU 2100-EXIT.
003291 2200-EXIT.
003292     EXIT.
003293*
003294* ---------------------------------------------------------------
003295* 2250-WRITE-NEW-MASTER WRITES THE CURRENT ACCOUNT TO THE NEW-
003296* GENERATION ACCOUNT MASTER AND ROLLS IT INTO THE SAVNEW CONTROL
003297* TOTALS. A POSTED ACCOUNT CARRIES ITS CLOSING BALANCE
003298* (TRANSACTIONS APPLIED PLUS INTEREST EARNED THIS RUN); A
003299* REJECTED ACCOUNT CARRIES WHATEVER BALANCE IT REACHED BEFORE
003300* THE REJECT (NO INTEREST) SO NO POSTED MONEY IS LOST.
003301* ---------------------------------------------------------------
003302 2250-WRITE-NEW-MASTER.
003303     MOVE SAR-ACCOUNT-ID TO SNR-ACCOUNT-ID.
003304     MOVE DL100-CLOSING-BALANCE TO SNR-BALANCE.
003305     MOVE SAR-INTEREST-RATE TO SNR-INTEREST-RATE.
003306     MOVE SAR-YEARS TO SNR-YEARS.
003307     MOVE SAR-COMPOUND-FREQ TO SNR-COMPOUND-FREQ.
003308     MOVE SAR-LAST-ACTIVITY-DATE TO SNR-LAST-ACTIVITY-DATE.
003309     MOVE SAR-DORMANT-FLAG TO SNR-DORMANT-FLAG.
003310     MOVE SAR-PRODUCT-CODE TO SNR-PRODUCT-CODE.
003311     MOVE SAR-CUSTOMER-NUMBER TO SNR-CUSTOMER-NUMBER.
003312     MOVE SAR-YTD-INTEREST TO SNR-YTD-INTEREST.
003313     MOVE SAR-YTD-INTEREST-YEAR TO SNR-YTD-INTEREST-YEAR.
003314     MOVE SAR-PRIOR-YEAR-INTEREST TO SNR-PRIOR-YEAR-INTEREST.
003315     MOVE SAR-ACCOUNT-STATUS TO SNR-ACCOUNT-STATUS.
003316     MOVE SAR-CLOSE-DATE TO SNR-CLOSE-DATE.
003317     MOVE SAR-ACCOUNT-TYPE TO SNR-ACCOUNT-TYPE.
003318     MOVE SAR-OPEN-DATE TO SNR-OPEN-DATE.
003319     MOVE SAR-TERM-MONTHS TO SNR-TERM-MONTHS.
003320     MOVE SAR-MATURITY-DATE TO SNR-MATURITY-DATE.
003321     MOVE SAR-MATURITY-OPTION TO SNR-MATURITY-OPTION.
003322     MOVE SAR-LINKED-ACCOUNT-ID TO SNR-LINKED-ACCOUNT-ID.
003323     MOVE SAR-NOTICE-DATE TO SNR-NOTICE-DATE.
003324     MOVE SAR-YTD-PENALTY TO SNR-YTD-PENALTY.
003325     MOVE SAR-PRIOR-YEAR-PENALTY TO SNR-PRIOR-YEAR-PENALTY.
003330     ADD 1 TO DL100-NEWMAST-COUNT.
003331     ADD SNR-BALANCE TO DL100-NEWMAST-HASH.
003332     WRITE SAVINGS-NEWMAST-RECORD.
003370     MOVE DL100-TOTAL-SVC-CHARGES TO SCK-SVC-CHARGE-TOTAL.
003371     MOVE DL100-DORMANT-COUNT TO SCK-DORMANT-COUNT.
003372     MOVE DL100-CHARGE-SWITCH TO SCK-CHARGE-SWITCH.
003373     MOVE DL100-TOTAL-DEPOSITS TO SCK-DEPOSIT-TOTAL.
003374     MOVE DL100-TOTAL-WITHDRAWALS TO SCK-WITHDRAWAL-TOTAL.
003375     MOVE DL100-HISTORY-SEQUENCE TO SCK-HISTORY-SEQUENCE.
003376     MOVE DL100-CLOSED-COUNT TO SCK-CLOSED-COUNT.
003377     MOVE DL100-TOTAL-PAYOUTS TO SCK-PAYOUT-TOTAL.
003378     MOVE DL100-CLOSED-CARRIED-COUNT TO SCK-CLOSED-CARRIED-COUNT.
003379     MOVE DL100-PURGED-COUNT TO SCK-PURGED-COUNT.
003380     MOVE DL100-TOTAL-PENALTIES TO SCK-PENALTY-TOTAL.
003381     MOVE DL100-TOTAL-MATURITY-OUT TO SCK-MATURITY-OUT-TOTAL.
003382     MOVE DL100-TOTAL-MATURITY-IN TO SCK-MATURITY-IN-TOTAL.
003383     MOVE DL100-MATURED-PAID-COUNT TO SCK-MATURED-PAID-COUNT.
003384     MOVE DL100-RENEWED-COUNT TO SCK-RENEWED-COUNT.
003385     MOVE DL100-NOTICE-COUNT TO SCK-NOTICE-COUNT.
003386     WRITE SAVINGS-CHECKPOINT-RECORD.
003387     CLOSE SAVINGS-CHECKPOINT-FILE.
003388     MOVE ZERO TO DL100-SINCE-CKPT-COUNT.
003389 2300-EXIT.
003390     EXIT.
003391*
003392* ---------------------------------------------------------------
003393* 2400-VALIDATE-ACCOUNT-DATA REJECTS A NEGATIVE BALANCE, AN
003394* INTEREST RATE OUTSIDE 0 THRU DL100-MAX-INTEREST-RATE, A YEARS
003395* VALUE OF ZERO, OR A COMPOUNDING FREQUENCY OTHER THAN A/Q/M/D.
003396* ---------------------------------------------------------------
003397 2400-VALIDATE-ACCOUNT-DATA.
003398     SET DL100-INPUT-VALID TO TRUE.
003400     MOVE SPACES TO DL100-ERROR-MESSAGE.
003410     IF BALANCE < 0
003420         SET DL100-INPUT-INVALID TO TRUE
003560             END-IF
003570         END-IF
003580     END-IF.
003581 2400-EXIT.
003582     EXIT.
003583*
003584* ---------------------------------------------------------------
003585* 2450-LOOKUP-INTEREST-RATE PRICES THE ACCOUNT'S INTEREST FROM
003586* THE SAVRATE TABLE: AMONG THE ENTRIES FOR THE ACCOUNT'S
003587* PRODUCT CODE WHOSE TIER MINIMUM DOES NOT EXCEED THE POSTED
003588* BALANCE, THE ONE WITH THE LARGEST TIER MINIMUM WINS. THE RATE
003589* FOUND REPLACES THE RATE CARRIED ON THE RECORD AND IS
003590* REFRESHED ONTO THE NEW MASTER. NO MATCHING PRODUCT (OR NO
003591* TIER AT OR UNDER THE BALANCE) LEAVES THE RATE NOT FOUND AND
003592* THE CALLER REJECTS THE ACCOUNT TO THE ERROR LOG.
003593* ---------------------------------------------------------------
003594 2450-LOOKUP-INTEREST-RATE.
003595     SET DL100-RATE-NOT-FOUND TO TRUE.
003596     MOVE -1 TO DL100-BEST-TIER-MINIMUM.
003597     MOVE ZERO TO DL100-BEST-RATE-IX.
003598     PERFORM 2460-TEST-ONE-RATE-ENTRY THRU 2460-EXIT
003599         VARYING DL100-RATE-IX FROM 1 BY 1
003600         UNTIL DL100-RATE-IX > DL100-RATE-COUNT.
003601     IF DL100-BEST-RATE-IX > ZERO
003602         SET DL100-RATE-FOUND TO TRUE
003603         SET DL100-RATE-IX TO DL100-BEST-RATE-IX
003604         MOVE DL100-RT-INTEREST-RATE(DL100-RATE-IX) TO
003605             INTEREST-RATE
003606         MOVE DL100-RT-INTEREST-RATE(DL100-RATE-IX) TO
003607             SAR-INTEREST-RATE
003608     END-IF.
003609 2450-EXIT.
003610     EXIT.
003611*
003612 2460-TEST-ONE-RATE-ENTRY.
003613     IF DL100-RT-PRODUCT-CODE(DL100-RATE-IX) =
003614             SAR-PRODUCT-CODE
003615         AND DL100-RT-TIER-MINIMUM(DL100-RATE-IX) NOT > BALANCE
003616         AND DL100-RT-TIER-MINIMUM(DL100-RATE-IX) >
003617             DL100-BEST-TIER-MINIMUM
003618         MOVE DL100-RT-TIER-MINIMUM(DL100-RATE-IX) TO
003619             DL100-BEST-TIER-MINIMUM
003620         SET DL100-BEST-RATE-IX TO DL100-RATE-IX
003621     END-IF.
003622 2460-EXIT.
003623     EXIT.
003624*
003625* ---------------------------------------------------------------
003626* 2500-WRITE-STMT-HEADING STARTS THE CUSTOMER STATEMENT PAGE FOR
003627* THE CURRENT ACCOUNT: ACCOUNT ID AND POSTING DATE IN THE
003628* HEADING, THEN THE OPENING BALANCE LINE. AN ACCOUNT BEING
003629* CLOSED THIS RUN GETS A CLOSING STATEMENT, AND A CERTIFICATE
003630* REACHING ITS MATURITY DATE A MATURITY STATEMENT.
003631* ---------------------------------------------------------------
003632 2500-WRITE-STMT-HEADING.
003633     IF SAR-ACCOUNT-PENDING-CLOSE
003634         MOVE "CLOSING STATEMENT" TO DSH-TITLE
003635     ELSE
003636         IF SAR-CERTIFICATE AND
003637                 SAR-MATURITY-DATE NOT > DL100-POSTING-DATE
003638             MOVE "MATURITY STATEMENT" TO DSH-TITLE
003639         ELSE
003640             MOVE "CUSTOMER STATEMENT" TO DSH-TITLE
003641         END-IF
003642     END-IF.
003649     MOVE SAR-ACCOUNT-ID TO DSH-ACCOUNT-ID.
003650     MOVE DL100-POSTING-DATE TO DSH-POSTING-DATE.
003651     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-HEADING-LINE.
003699*
003700* ---------------------------------------------------------------
003701* 2560-WRITE-STMT-CLOSING FINISHES THE STATEMENT PAGE FOR A
003702* POSTED ACCOUNT WITH THE INTEREST EARNED THIS PERIOD, THE
003703* INTEREST PAID SO FAR THIS CALENDAR YEAR, AND THE CLOSING
003704* BALANCE. AN ACCOUNT CLOSED THIS RUN ALSO SHOWS THE CLOSING
003705* PAYOUT AND HOW IT WAS PAID, AFTER ANY EARLY-CLOSE PENALTY ON
003706* A CERTIFICATE.
003707* ---------------------------------------------------------------
003708 2560-WRITE-STMT-CLOSING.
003709     MOVE "INTEREST EARNED" TO DST-LABEL.
003710     MOVE DL100-INTEREST-APPLIED TO DST-AMOUNT.
003711     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
003712     MOVE "INTEREST PAID YTD" TO DST-LABEL.
003713     MOVE SAR-YTD-INTEREST TO DST-AMOUNT.
003714     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
003715     IF SAR-ACCOUNT-CLOSED AND DL100-CLOSE-PENALTY > ZERO
003716         MOVE "CD PENALTY" TO DST-LABEL
003717         COMPUTE DST-AMOUNT = ZERO - DL100-CLOSE-PENALTY
003718         WRITE SAVINGS-STATEMENT-RECORD
003719             FROM DL100-STMT-DETAIL-LINE
003720     END-IF.
003721     IF SAR-ACCOUNT-CLOSED
003722         MOVE "CLOSING PAYOUT" TO DST-LABEL
003723         COMPUTE DST-AMOUNT = ZERO - DL100-PAYOUT-AMOUNT
003724         WRITE SAVINGS-STATEMENT-RECORD
003725             FROM DL100-STMT-DETAIL-LINE
003726     END-IF.
003727     MOVE "CLOSING BALANCE" TO DST-LABEL.
003728     MOVE DL100-CLOSING-BALANCE TO DST-AMOUNT.
003729     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
003730     IF SAR-ACCOUNT-CLOSED
003731         IF DL100-PAYOUT-AMOUNT > ZERO
003732             MOVE
003733                 "ACCOUNT CLOSED - BALANCE PAID BY OFFICIAL CHECK"
003734                 TO DL100-STMT-CLOSED-LINE
003735         ELSE
003736             MOVE "ACCOUNT CLOSED - NO BALANCE TO PAY"
003737                 TO DL100-STMT-CLOSED-LINE
003738         END-IF
003739         WRITE SAVINGS-STATEMENT-RECORD
003740             FROM DL100-STMT-CLOSED-LINE
003741     END-IF.
003742     MOVE SPACES TO SAVINGS-STATEMENT-RECORD.
003743     WRITE SAVINGS-STATEMENT-RECORD.
003744 2560-EXIT.
003745     EXIT.
003746*
003747* ---------------------------------------------------------------
003748* 2590-WRITE-STMT-REJECT CLOSES OUT THE STATEMENT PAGE FOR A
003749* REJECTED ACCOUNT: THE BALANCE CARRIED FORWARD (NO INTEREST
003750* WAS APPLIED) AND A NOTE POINTING AT THE ERROR LOG.
003751* ---------------------------------------------------------------
003752 2590-WRITE-STMT-REJECT.
003753     MOVE "CLOSING BALANCE" TO DST-LABEL.
003754     MOVE DL100-CLOSING-BALANCE TO DST-AMOUNT.
003755     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
003756     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-REJECT-LINE.
003757     MOVE SPACES TO SAVINGS-STATEMENT-RECORD.
003758     WRITE SAVINGS-STATEMENT-RECORD.
003759 2590-EXIT.
003760     EXIT.
003761*
003762* ---------------------------------------------------------------
003763* 2600-ASSESS-DORMANCY KEEPS THE DATE-OF-LAST-ACTIVITY AND THE
003764* DORMANT FLAG CURRENT FOR A POSTED ACCOUNT. A POSTED DEPOSIT OR
003765* WITHDRAWAL REFRESHES THE ACTIVITY DATE AND CLEARS THE FLAG; AN
003766* ACCOUNT QUIET SINCE BEFORE THE ONE-YEAR CUTOFF IS FLAGGED
003767* DORMANT, LISTED ON THE DORMANCY/ESCHEATMENT REPORT, AND
003768* ASSESSED THE MONTHLY SERVICE CHARGE WHEN THIS IS THE FIRST
003769* POSTING RUN OF THE CALENDAR MONTH (SEE 2090-READ-CHARGE-
003770* MONTH). THE UPDATED FIELDS ARE STORED BACK INTO THE ACCOUNT
003771* RECORD AREA SO 2250-WRITE-NEW-MASTER CARRIES THEM TO THE NEW
003772* GENERATION. A CERTIFICATE IS HELD FOR A TERM BY DESIGN AND IS
003773* NEVER FLAGGED DORMANT OR CHARGED.
003774* ---------------------------------------------------------------
003775 2600-ASSESS-DORMANCY.
003776     IF DL100-ACCOUNT-HAD-ACTIVITY
003777         MOVE DL100-POSTING-DATE TO SAR-LAST-ACTIVITY-DATE
003778         MOVE "N" TO SAR-DORMANT-FLAG
003779         GO TO 2600-EXIT
003780     END-IF.
003781     IF SAR-CERTIFICATE
003782         MOVE "N" TO SAR-DORMANT-FLAG
003783         GO TO 2600-EXIT
003784     END-IF.
003785     IF SAR-LAST-ACTIVITY-DATE < DL100-DORMANCY-CUTOFF
003786         MOVE "Y" TO SAR-DORMANT-FLAG
003787     ELSE
003788         MOVE "N" TO SAR-DORMANT-FLAG
003789         GO TO 2600-EXIT
003790     END-IF.
003791     ADD 1 TO DL100-DORMANT-COUNT.
003792     MOVE SPACES TO DDR-CHARGE-NOTE.
003793     IF DL100-CHARGE-THIS-RUN
003794         PERFORM 2650-ASSESS-SERVICE-CHARGE THRU 2650-EXIT
003795     END-IF.
003796     MOVE SAR-ACCOUNT-ID TO DDR-ACCOUNT-ID.
003797     MOVE SAR-LAST-ACTIVITY-DATE TO DDR-LAST-ACTIVITY.
003798     MOVE TOTAL-AMOUNT TO DDR-BALANCE.
003799     WRITE SAVINGS-DORMANT-RECORD FROM DL100-DORM-DETAIL-LINE.
003800 2600-EXIT.
003801     EXIT.
003802*
003803* ---------------------------------------------------------------
003804* 2650-ASSESS-SERVICE-CHARGE TAKES THE MONTHLY DORMANT SERVICE
003805* CHARGE OUT OF THE ACCOUNT'S CLOSING BALANCE, SHOWS IT ON THE
003806* CUSTOMER STATEMENT, AND CUTS ITS OWN "SVC" LINE ON THE SAVGL
003807* EXTRACT. AN ACCOUNT WHOSE BALANCE WOULD NOT COVER THE CHARGE
003808* HAS IT WAIVED RATHER THAN BE DRIVEN NEGATIVE. THE CHARGE IS
003809* TAKEN BEFORE THE INTEREST IS CREDITED IN THE HISTORY, SO ITS
003810* HISTORY ENTRY CARRIES THE BALANCE LESS THIS RUN'S INTEREST.
003811* ---------------------------------------------------------------
003812 2650-ASSESS-SERVICE-CHARGE.
003813     IF TOTAL-AMOUNT < DL100-DORMANT-SERVICE-CHG
003814         MOVE "CHARGE WAIVED" TO DDR-CHARGE-NOTE
003815         GO TO 2650-EXIT
003816     END-IF.
003817     SUBTRACT DL100-DORMANT-SERVICE-CHG FROM TOTAL-AMOUNT.
003818     ADD DL100-DORMANT-SERVICE-CHG TO DL100-TOTAL-SVC-CHARGES.
003819     MOVE "CHARGE ASSESSED" TO DDR-CHARGE-NOTE.
003820     PERFORM 2955-WRITE-GL-SVC-CHARGE THRU 2955-EXIT.
003821     MOVE "SERVICE CHARGE" TO DST-LABEL.
003822     COMPUTE DST-AMOUNT = ZERO - DL100-DORMANT-SERVICE-CHG.
003823     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
003824     MOVE SAR-ACCOUNT-ID TO SHL-ACCOUNT-ID.
003825     MOVE "SVC" TO SHL-ENTRY-TYPE.
003826     MOVE DL100-DORMANT-SERVICE-CHG TO SHL-AMOUNT.
003827     COMPUTE SHL-BALANCE-AFTER = TOTAL-AMOUNT - TOTAL-INTEREST.
003828     MOVE SPACE TO SHL-TRANS-TYPE.
003829     MOVE SPACES TO SHL-REASON-CODE.
003830     PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT.
003831 2650-EXIT.
003832     EXIT.
003833*
003834* ---------------------------------------------------------------
003835* 2700-ROLL-INTEREST-YEAR STARTS A NEW INTEREST YEAR ON THE
003836* ACCOUNT THE FIRST TIME IT IS POSTED IN A NEW CALENDAR YEAR.
003837* THE YEAR-TO-DATE FIGURES (INTEREST AND EARLY-WITHDRAWAL
003838* PENALTY) MOVE TO THE PRIOR-YEAR FIELDS WHEN THEY BELONG TO
003839* LAST YEAR (OLDER FIGURES ARE NO LONGER NEEDED AND ARE
003840* DROPPED), AND THE YEAR-TO-DATE FIGURES START AGAIN AT ZERO.
003841* A REJECTED ACCOUNT IS ROLLED TOO, SO ITS FIGURES STAY IN STEP.
003842* ---------------------------------------------------------------
003843 2700-ROLL-INTEREST-YEAR.
003844     IF SAR-YTD-INTEREST-YEAR = DL100-POSTING-YEAR
003845         GO TO 2700-EXIT
003846     END-IF.
003847     IF SAR-YTD-INTEREST-YEAR = DL100-PRIOR-YEAR
003848         MOVE SAR-YTD-INTEREST TO SAR-PRIOR-YEAR-INTEREST
003849         MOVE SAR-YTD-PENALTY TO SAR-PRIOR-YEAR-PENALTY
003850     ELSE
003851         MOVE ZERO TO SAR-PRIOR-YEAR-INTEREST
003852         MOVE ZERO TO SAR-PRIOR-YEAR-PENALTY
003853     END-IF.
003854     MOVE ZERO TO SAR-YTD-INTEREST.
003855     MOVE ZERO TO SAR-YTD-PENALTY.
003856     MOVE DL100-POSTING-YEAR TO SAR-YTD-INTEREST-YEAR.
003857 2700-EXIT.
003858     EXIT.
003859*
003860* ---------------------------------------------------------------
003861* 2750-CLOSE-OUT-ACCOUNT CLOSES A PENDING-CLOSE ACCOUNT ONCE ITS
003862* LAST TRANSACTIONS AND FINAL INTEREST HAVE POSTED. THE WHOLE
003863* CLOSING BALANCE IS PAID OUT BY OFFICIAL CHECK: A "CLS" HISTORY
003864* ENTRY, A "CLS" LINE ON SAVGL TO TAKE THE MONEY OFF CUSTOMER
003865* DEPOSITS, AND A LINE ON THE OFFICIAL-CHECK REGISTER. THE
003866* PAYOUT COUNTS IN THE NET TRANSACTIONS ON SAVAUDIT SO THE AUDIT
003867* LINE STILL FOOTS TO THE ZERO CLOSING BALANCE. THE ACCOUNT GOES
003868* TO THE NEW MASTER CLOSED, AS OF THE POSTING DATE. A
003869* CERTIFICATE CLOSED BEFORE ITS MATURITY DATE IS FIRST CHARGED
003870* THE EARLY-WITHDRAWAL PENALTY ON THE WHOLE BALANCE, WITH ITS
003871* "PEN" HISTORY ENTRY AND SAVGL LINE, AND THE REST IS PAID OUT.
003872* ---------------------------------------------------------------
003873 2750-CLOSE-OUT-ACCOUNT.
003874     IF SAR-CERTIFICATE
003875         MOVE DL100-CLOSING-BALANCE TO DL100-PENALTY-BASE
003876         PERFORM 2880-FIGURE-PENALTY THRU 2880-EXIT
003877         MOVE DL100-PENALTY-AMOUNT TO DL100-CLOSE-PENALTY
003878     END-IF.
003879     IF DL100-CLOSE-PENALTY > ZERO
003880         SUBTRACT DL100-CLOSE-PENALTY FROM DL100-CLOSING-BALANCE
003881         SUBTRACT DL100-CLOSE-PENALTY FROM DL100-TRANS-NET-AMOUNT
003882         ADD DL100-CLOSE-PENALTY TO DL100-TOTAL-PENALTIES
003883         ADD DL100-CLOSE-PENALTY TO SAR-YTD-PENALTY
003884         PERFORM 2956-WRITE-GL-PENALTY THRU 2956-EXIT
003885         MOVE SAR-ACCOUNT-ID TO SHL-ACCOUNT-ID
003886         MOVE "PEN" TO SHL-ENTRY-TYPE
003887         MOVE DL100-CLOSE-PENALTY TO SHL-AMOUNT
003888         MOVE DL100-CLOSING-BALANCE TO SHL-BALANCE-AFTER
003889         MOVE SPACE TO SHL-TRANS-TYPE
003890         MOVE SPACES TO SHL-REASON-CODE
003891         PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT
003892     END-IF.
003893     MOVE DL100-CLOSING-BALANCE TO DL100-PAYOUT-AMOUNT.
003894     ADD 1 TO DL100-CLOSED-COUNT.
003895     ADD DL100-PAYOUT-AMOUNT TO DL100-TOTAL-PAYOUTS.
003896     SUBTRACT DL100-PAYOUT-AMOUNT FROM DL100-TRANS-NET-AMOUNT.
003897     MOVE SAR-ACCOUNT-ID TO SHL-ACCOUNT-ID.
003898     MOVE "CLS" TO SHL-ENTRY-TYPE.
003899     MOVE DL100-PAYOUT-AMOUNT TO SHL-AMOUNT.
003900     MOVE ZERO TO SHL-BALANCE-AFTER.
003901     MOVE SPACE TO SHL-TRANS-TYPE.
003902     MOVE SPACES TO SHL-REASON-CODE.
003903     PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT.
003904     IF DL100-PAYOUT-AMOUNT > ZERO
003905         PERFORM 2958-WRITE-GL-PAYOUT THRU 2958-EXIT
003906         PERFORM 2760-WRITE-OFFICIAL-CHECK THRU 2760-EXIT
003907     END-IF.
003908     MOVE ZERO TO DL100-CLOSING-BALANCE.
003909     MOVE "C" TO SAR-ACCOUNT-STATUS.
003910     MOVE DL100-POSTING-DATE TO SAR-CLOSE-DATE.
003911 2750-EXIT.
003912     EXIT.
003913*
003914* ---------------------------------------------------------------
003915* 2760-WRITE-OFFICIAL-CHECK WRITES THE PAYOUT TO THE OFFICIAL-
003916* CHECK REGISTER, PAYABLE TO THE CUSTOMER ON THE CUSTOMER MASTER.
003917* AN ACCOUNT NOT TIED TO A CUSTOMER GOES OUT WITH NO PAYEE NAME
003918* AND THE BRANCH MAKES THE CHECK OUT BY HAND.
003919* ---------------------------------------------------------------
003920 2760-WRITE-OFFICIAL-CHECK.
003921     MOVE SAR-ACCOUNT-ID TO OCK-ACCOUNT-ID.
003922     MOVE SAR-CUSTOMER-NUMBER TO OCK-CUSTOMER-NUMBER.
003923     MOVE SPACES TO OCK-PAYEE-NAME.
003924     IF SAR-CUSTOMER-NUMBER NOT = SPACES
003925         MOVE SAR-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER
003926         READ CUSTOMER-MASTER-FILE
003927             INVALID KEY
003928                 MOVE SPACES TO CMR-CUSTOMER-NAME
003929         END-READ
003930         MOVE CMR-CUSTOMER-NAME TO OCK-PAYEE-NAME
003931     END-IF.
003932     MOVE DL100-PAYOUT-AMOUNT TO OCK-AMOUNT.
003933     MOVE DL100-POSTING-DATE TO OCK-ISSUE-DATE.
003934     MOVE DL100-HISTORY-SEQUENCE TO OCK-REGISTER-NUMBER.
003935     WRITE SAVINGS-OFFICIAL-CHECK-RECORD
003936         FROM DL100-OFFICIAL-CHECK-LINE.
003937 2760-EXIT.
003938     EXIT.
003939*
003940* ---------------------------------------------------------------
003941* 2780-CARRY-CLOSED-ACCOUNT HANDLES AN ACCOUNT CLOSED ON AN
003942* EARLIER RUN. IT GETS NO INTEREST AND NO STATEMENT, AND ANY
003943* TRANSACTION AGAINST IT GOES TO THE NSF/REJECTS REPORT. IT IS
003944* CARRIED TO THE NEW MASTER UNCHANGED UNTIL ITS CLOSE DATE FALLS
003945* BEFORE THE PURGE CUTOFF; THEN IT IS DROPPED, LEAVING A "PRG"
003946* ENTRY ON THE HISTORY FILE. A CLOSED RECORD THAT SOMEHOW STILL
003947* CARRIES A BALANCE IS NEVER PURGED.
003948* ---------------------------------------------------------------
003949 2780-CARRY-CLOSED-ACCOUNT.
003950     PERFORM 2145-SKIP-ORPHAN-TRANS THRU 2145-EXIT.
003951     PERFORM 2785-REJECT-CLOSED-TRANS THRU 2785-EXIT
003952         UNTIL DL100-END-OF-TRANSACTION-FILE
003953         OR STR-ACCOUNT-ID NOT = SAR-ACCOUNT-ID.
003954     IF SAR-CLOSE-DATE < DL100-PURGE-CUTOFF AND
003955             SAR-BALANCE = ZERO
003956         ADD 1 TO DL100-PURGED-COUNT
003957         MOVE SAR-ACCOUNT-ID TO SHL-ACCOUNT-ID
003958         MOVE "PRG" TO SHL-ENTRY-TYPE
003959         MOVE ZERO TO SHL-AMOUNT
003960         MOVE ZERO TO SHL-BALANCE-AFTER
003961         MOVE SPACE TO SHL-TRANS-TYPE
003962         MOVE SPACES TO SHL-REASON-CODE
003963         PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT
003964         GO TO 2780-EXIT
003965     END-IF.
003966     ADD 1 TO DL100-CLOSED-CARRIED-COUNT.
003967     MOVE SAR-BALANCE TO DL100-CLOSING-BALANCE.
003968     PERFORM 2250-WRITE-NEW-MASTER THRU 2250-EXIT.
003969 2780-EXIT.
003970     EXIT.
003971*
003972 2785-REJECT-CLOSED-TRANS.
003973     MOVE "06" TO DL100-NSF-REASON-CODE.
003974     PERFORM 2180-WRITE-NSF-REJECT THRU 2180-EXIT.
003975     PERFORM 2170-READ-TRANSACTION-RECORD THRU 2170-EXIT.
003976 2785-EXIT.
003977     EXIT.
003978*
003979* ---------------------------------------------------------------
003980* 2820-FIND-MATURITY-PAYOUT LOOKS FOR THE CURRENT CERTIFICATE IN
003981* THE MATURITY TABLE BUILT BY 2030-SCAN-MATURITIES. IT IS PAID
003982* OUT ONLY WHEN IT IS THERE AND ITS LINKED ACCOUNT IS USABLE;
003983* OTHERWISE THE CALLER LETS IT RENEW.
003984* ---------------------------------------------------------------
003985 2820-FIND-MATURITY-PAYOUT.
003986     SET DL100-MATURITY-PAYOUT-NOT-FOUND TO TRUE.
003987     MOVE ZERO TO DL100-PAYOUT-IX.
003988     PERFORM 2825-TEST-ONE-MATURITY THRU 2825-EXIT
003989         VARYING DL100-MAT-IX FROM 1 BY 1
003990         UNTIL DL100-MAT-IX > DL100-MATURITY-COUNT
003991         OR DL100-MATURITY-PAYOUT-FOUND.
003992 2820-EXIT.
003993     EXIT.
003994*
003995 2825-TEST-ONE-MATURITY.
003996     IF DL100-MT-CERT-ACCOUNT-ID(DL100-MAT-IX) = SAR-ACCOUNT-ID
003997         AND DL100-MT-USABLE(DL100-MAT-IX)
003998         SET DL100-MATURITY-PAYOUT-FOUND TO TRUE
003999         SET DL100-PAYOUT-IX TO DL100-MAT-IX
004000     END-IF.
004001 2825-EXIT.
004002     EXIT.
004003*
004004* ---------------------------------------------------------------
004005* 2830-RENEW-CERTIFICATE ROLLS A MATURED CERTIFICATE INTO A NEW
004006* TERM OF THE SAME LENGTH, STARTING FROM THE OLD MATURITY DATE
004007* (SEVERAL TERMS IF THE RUN HAS MISSED ONE). THE CALLER THEN
004008* PRICES IT AT THE CURRENT SAVRATE RATE FOR ITS PRODUCT. A
004009* CERTIFICATE THAT ASKED TO BE PAID OUT BUT COULD NOT BE (LINKED
004010* ACCOUNT MISSING, CLOSED, OR A CERTIFICATE) IS NOTED ON THE
004011* ERROR LOG FOR THE BRANCH; IT IS NOT COUNTED AS A REJECT.
004012* ---------------------------------------------------------------
004013 2830-RENEW-CERTIFICATE.
004014     IF SAR-MATURITY-PAYOUT
004015         MOVE SAR-ACCOUNT-ID TO DER-ACCOUNT-ID
004016         MOVE "LINKED ACCOUNT NOT USABLE, CD RENEWED" TO
004017             DER-ERROR-MESSAGE
004018         WRITE SAVINGS-ERROR-RECORD
004019             FROM DL100-ERROR-RECORD-LAYOUT
004020     END-IF.
004021     PERFORM 2835-ADVANCE-MATURITY THRU 2835-EXIT
004022         UNTIL SAR-MATURITY-DATE > DL100-POSTING-DATE.
004023     MOVE ZERO TO SAR-NOTICE-DATE.
004024     SET DL100-CERT-RENEWED TO TRUE.
004025     ADD 1 TO DL100-RENEWED-COUNT.
004026     MOVE SAR-ACCOUNT-ID TO SHL-ACCOUNT-ID.
004027     MOVE "RNW" TO SHL-ENTRY-TYPE.
004028     MOVE ZERO TO SHL-AMOUNT.
004029     MOVE BALANCE TO SHL-BALANCE-AFTER.
004030     MOVE SPACE TO SHL-TRANS-TYPE.
004031     MOVE SPACES TO SHL-REASON-CODE.
004032     PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT.
004033     MOVE SAR-MATURITY-DATE TO DSR-MATURITY-DATE.
004034     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-RENEWAL-LINE.
004035 2830-EXIT.
004036     EXIT.
004037*
004038 2835-ADVANCE-MATURITY.
004039     MOVE SAR-MATURITY-DATE TO DL100-DATE-WORK-NUMBER.
004040     MOVE SAR-TERM-MONTHS TO DL100-MONTHS-TO-ADD.
004041     PERFORM 2890-ADD-MONTHS THRU 2890-EXIT.
004042     MOVE DL100-DATE-WORK-NUMBER TO SAR-MATURITY-DATE.
004043 2835-EXIT.
004044     EXIT.
004045*
004046* ---------------------------------------------------------------
004047* 2840-PAY-MATURED-CERTIFICATE PAYS A MATURED CERTIFICATE TO ITS
004048* LINKED SAVINGS ACCOUNT AND CLOSES IT. IT EARNS NO INTEREST
004049* THIS RUN AND ANY TRANSACTION AGAINST IT IS REFUSED AS CLOSED.
004050* THE "MAT" HISTORY ENTRY TAKES THE BALANCE OUT; THE LINKED
004051* ACCOUNT'S "XFR" ENTRY (2847-CREDIT-ONE-TRANSFER) PUTS IT IN.
004052* THE CERTIFICATE GOES TO THE NEW MASTER CLOSED AT ZERO.
004053* ---------------------------------------------------------------
004054 2840-PAY-MATURED-CERTIFICATE.
004055     SET DL100-MAT-IX TO DL100-PAYOUT-IX.
004056     MOVE DL100-MT-AMOUNT(DL100-MAT-IX) TO DL100-MATURITY-AMOUNT.
004057     PERFORM 2785-REJECT-CLOSED-TRANS THRU 2785-EXIT
004058         UNTIL DL100-END-OF-TRANSACTION-FILE
004059         OR STR-ACCOUNT-ID NOT = SAR-ACCOUNT-ID.
004060     ADD 1 TO DL100-MATURED-PAID-COUNT.
004061     ADD DL100-MATURITY-AMOUNT TO DL100-TOTAL-MATURITY-OUT.
004062     SUBTRACT DL100-MATURITY-AMOUNT FROM DL100-TRANS-NET-AMOUNT.
004063     MOVE SAR-ACCOUNT-ID TO SHL-ACCOUNT-ID.
004064     MOVE "MAT" TO SHL-ENTRY-TYPE.
004065     MOVE DL100-MATURITY-AMOUNT TO SHL-AMOUNT.
004066     MOVE ZERO TO SHL-BALANCE-AFTER.
004067     MOVE SPACE TO SHL-TRANS-TYPE.
004068     MOVE SPACES TO SHL-REASON-CODE.
004069     PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT.
004070     MOVE "MATURITY TRANSFER" TO DST-LABEL.
004071     COMPUTE DST-AMOUNT = ZERO - DL100-MATURITY-AMOUNT.
004072     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
004073     MOVE ZERO TO DL100-CLOSING-BALANCE.
004074     MOVE ZERO TO DL100-INTEREST-APPLIED.
004075     MOVE "C" TO SAR-ACCOUNT-STATUS.
004076     MOVE DL100-POSTING-DATE TO SAR-CLOSE-DATE.
004077     PERFORM 2250-WRITE-NEW-MASTER THRU 2250-EXIT.
004078     PERFORM 2270-WRITE-AUDIT-RECORD THRU 2270-EXIT.
004079     MOVE "CLOSING BALANCE" TO DST-LABEL.
004080     MOVE DL100-CLOSING-BALANCE TO DST-AMOUNT.
004081     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
004082     MOVE SAR-LINKED-ACCOUNT-ID TO DSX-LINKED-ACCOUNT-ID.
004083     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-MATURED-LINE.
004084     MOVE SPACES TO SAVINGS-STATEMENT-RECORD.
004085     WRITE SAVINGS-STATEMENT-RECORD.
004086 2840-EXIT.
004087     EXIT.
004088*
004089* ---------------------------------------------------------------
004090* 2845-CREDIT-MATURITY-TRANSFERS CREDITS THE CURRENT ACCOUNT WITH
004091* THE PROCEEDS OF EVERY CERTIFICATE MATURING TO IT THIS RUN,
004092* AHEAD OF ITS OWN TRANSACTIONS, WITH AN "XFR" HISTORY ENTRY AND
004093* A STATEMENT LINE FOR EACH.
004094* ---------------------------------------------------------------
004095 2845-CREDIT-MATURITY-TRANSFERS.
004096     PERFORM 2847-CREDIT-ONE-TRANSFER THRU 2847-EXIT
004097         VARYING DL100-MAT-IX FROM 1 BY 1
004098         UNTIL DL100-MAT-IX > DL100-MATURITY-COUNT.
004099 2845-EXIT.
004100     EXIT.
004101*
004102 2847-CREDIT-ONE-TRANSFER.
004103     IF NOT DL100-MT-USABLE(DL100-MAT-IX) OR
004104             DL100-MT-LINKED-ACCOUNT-ID(DL100-MAT-IX) NOT =
004105                 SAR-ACCOUNT-ID
004106         GO TO 2847-EXIT
004107     END-IF.
004108     MOVE DL100-MT-AMOUNT(DL100-MAT-IX) TO DL100-MATURITY-AMOUNT.
004109     ADD DL100-MATURITY-AMOUNT TO BALANCE.
004110     ADD DL100-MATURITY-AMOUNT TO DL100-TRANS-NET-AMOUNT.
004111     ADD DL100-MATURITY-AMOUNT TO DL100-TOTAL-MATURITY-IN.
004112     MOVE SAR-ACCOUNT-ID TO SHL-ACCOUNT-ID.
004113     MOVE "XFR" TO SHL-ENTRY-TYPE.
004114     MOVE DL100-MATURITY-AMOUNT TO SHL-AMOUNT.
004115     MOVE BALANCE TO SHL-BALANCE-AFTER.
004116     MOVE SPACE TO SHL-TRANS-TYPE.
004117     MOVE SPACES TO SHL-REASON-CODE.
004118     PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT.
004119     MOVE "CD MATURITY CREDIT" TO DST-LABEL.
004120     MOVE DL100-MATURITY-AMOUNT TO DST-AMOUNT.
004121     WRITE SAVINGS-STATEMENT-RECORD FROM DL100-STMT-DETAIL-LINE.
004122 2847-EXIT.
004123     EXIT.
004124*
004125* ---------------------------------------------------------------
004126* 2870-CHECK-MATURITY-NOTICE PRINTS THE MATURITY NOTICE FOR AN
004127* ACTIVE CERTIFICATE ONCE ITS MATURITY DATE COMES WITHIN THE
004128* NOTICE HORIZON: CUSTOMER NAME AND ADDRESS, TERM, MATURITY DATE,
004129* BALANCE AND RATE, AND WHAT WILL HAPPEN AT MATURITY. THE NOTICE
004130* DATE ON THE RECORD KEEPS IT TO ONE NOTICE PER TERM.
004131* ---------------------------------------------------------------
004132 2870-CHECK-MATURITY-NOTICE.
004133     IF SAR-NOTICE-DATE NOT = ZERO OR
004134             SAR-MATURITY-DATE NOT > DL100-POSTING-DATE OR
004135             SAR-MATURITY-DATE > DL100-NOTICE-HORIZON
004136         GO TO 2870-EXIT
004137     END-IF.
004138     MOVE DL100-POSTING-DATE TO DMH-POSTING-DATE.
004139     WRITE SAVINGS-NOTICE-RECORD FROM DL100-NOTICE-HEADING-LINE.
004140     PERFORM 2875-WRITE-NOTICE-CUSTOMER THRU 2875-EXIT.
004141     MOVE SAR-ACCOUNT-ID TO DMA-ACCOUNT-ID.
004142     MOVE SAR-PRODUCT-CODE TO DMA-PRODUCT-CODE.
004143     MOVE SAR-TERM-MONTHS TO DMA-TERM-MONTHS.
004144     WRITE SAVINGS-NOTICE-RECORD FROM DL100-NOTICE-ACCOUNT-LINE.
004145     MOVE SAR-MATURITY-DATE TO DMM-MATURITY-DATE.
004146     MOVE DL100-CLOSING-BALANCE TO DMM-BALANCE.
004147     MOVE SAR-INTEREST-RATE TO DMM-INTEREST-RATE.
004148     WRITE SAVINGS-NOTICE-RECORD FROM DL100-NOTICE-MATURITY-LINE.
004149     IF SAR-MATURITY-PAYOUT
004150         MOVE SAR-LINKED-ACCOUNT-ID TO DMP-LINKED-ACCOUNT-ID
004151         WRITE SAVINGS-NOTICE-RECORD FROM DL100-NOTICE-PAYOUT-LINE
004152     ELSE
004153         WRITE SAVINGS-NOTICE-RECORD FROM DL100-NOTICE-RENEW-LINE
004154         WRITE SAVINGS-NOTICE-RECORD
004155             FROM DL100-NOTICE-RENEW-LINE-2
004156     END-IF.
004157     MOVE SPACES TO SAVINGS-NOTICE-RECORD.
004158     WRITE SAVINGS-NOTICE-RECORD.
004159     MOVE DL100-POSTING-DATE TO SAR-NOTICE-DATE.
004160     ADD 1 TO DL100-NOTICE-COUNT.
004161 2870-EXIT.
004162     EXIT.
004163*
004164 2875-WRITE-NOTICE-CUSTOMER.
004165     IF SAR-CUSTOMER-NUMBER = SPACES
004166         GO TO 2875-EXIT
004167     END-IF.
004168     MOVE SAR-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER.
004169     READ CUSTOMER-MASTER-FILE
004170         INVALID KEY
004171             WRITE SAVINGS-NOTICE-RECORD
004172                 FROM DL100-STMT-NOCUST-LINE
004173             GO TO 2875-EXIT
004174     END-READ.
004175     MOVE CMR-CUSTOMER-NAME TO DSN-CUSTOMER-NAME.
004176     MOVE CMR-CUSTOMER-NUMBER TO DSN-CUSTOMER-NUMBER.
004177     WRITE SAVINGS-NOTICE-RECORD FROM DL100-STMT-NAME-LINE.
004178     MOVE CMR-STREET-ADDRESS TO DSA-STREET-ADDRESS.
004179     MOVE CMR-CITY TO DSA-CITY.
004180     MOVE CMR-STATE TO DSA-STATE.
004181     MOVE CMR-ZIP-CODE TO DSA-ZIP-CODE.
004182     WRITE SAVINGS-NOTICE-RECORD FROM DL100-STMT-ADDR-LINE.
004183 2875-EXIT.
004184     EXIT.
004185*
004186* ---------------------------------------------------------------
004187* 2880-FIGURE-PENALTY WORKS OUT THE EARLY-WITHDRAWAL PENALTY ON
004188* DL100-PENALTY-BASE: DL100-CD-PENALTY-MONTHS OF SIMPLE INTEREST
004189* AT THE CERTIFICATE'S RATE, NEVER MORE THAN THE AMOUNT ITSELF.
004190* ON OR AFTER THE MATURITY DATE THERE IS NO PENALTY.
004191* ---------------------------------------------------------------
004192 2880-FIGURE-PENALTY.
004193     MOVE ZERO TO DL100-PENALTY-AMOUNT.
004194     IF SAR-MATURITY-DATE NOT > DL100-POSTING-DATE
004195         GO TO 2880-EXIT
004196     END-IF.
004197     COMPUTE DL100-PENALTY-AMOUNT ROUNDED =
004198         DL100-PENALTY-BASE * SAR-INTEREST-RATE / 100 / 12
004199         * DL100-CD-PENALTY-MONTHS.
004200     IF DL100-PENALTY-AMOUNT > DL100-PENALTY-BASE
004201         MOVE DL100-PENALTY-BASE TO DL100-PENALTY-AMOUNT
004202     END-IF.
004203 2880-EXIT.
004204     EXIT.
004205*
004206* ---------------------------------------------------------------
004207* 2890-ADD-MONTHS ADDS DL100-MONTHS-TO-ADD CALENDAR MONTHS TO THE
004208* DATE IN DL100-DATE-WORK (YYYYMMDD). A DAY PAST THE END OF THE
004209* NEW MONTH FALLS BACK TO ITS LAST DAY (JANUARY 31 PLUS ONE MONTH
004210* IS THE END OF FEBRUARY).
004211* ---------------------------------------------------------------
004212 2890-ADD-MONTHS.
004213     COMPUTE DL100-MONTH-SERIAL = DL100-DW-YEAR * 12
004214         + DL100-DW-MONTH - 1 + DL100-MONTHS-TO-ADD.
004215     DIVIDE DL100-MONTH-SERIAL BY 12 GIVING DL100-DW-YEAR
004216         REMAINDER DL100-MONTH-REMAINDER.
004217     COMPUTE DL100-DW-MONTH = DL100-MONTH-REMAINDER + 1.
004218     MOVE DL100-MONTH-LENGTH(DL100-DW-MONTH) TO DL100-LAST-DAY.
004219     IF DL100-DW-MONTH = 2
004220         PERFORM 2895-CHECK-LEAP-YEAR THRU 2895-EXIT
004221     END-IF.
004222     IF DL100-DW-DAY > DL100-LAST-DAY
004223         MOVE DL100-LAST-DAY TO DL100-DW-DAY
004224     END-IF.
004225 2890-EXIT.
004226     EXIT.
004227*
004228 2895-CHECK-LEAP-YEAR.
004229     DIVIDE DL100-DW-YEAR BY 4 GIVING DL100-LEAP-QUOTIENT
004230         REMAINDER DL100-LEAP-REMAINDER-4.
004231     DIVIDE DL100-DW-YEAR BY 100 GIVING DL100-LEAP-QUOTIENT
004232         REMAINDER DL100-LEAP-REMAINDER-100.
004233     DIVIDE DL100-DW-YEAR BY 400 GIVING DL100-LEAP-QUOTIENT
004234         REMAINDER DL100-LEAP-REMAINDER-400.
004235     IF DL100-LEAP-REMAINDER-4 = ZERO AND
004236             (DL100-LEAP-REMAINDER-100 NOT = ZERO OR
004237              DL100-LEAP-REMAINDER-400 = ZERO)
004238         MOVE 29 TO DL100-LAST-DAY
004239     END-IF.
004240 2895-EXIT.
004241     EXIT.
004242*
004243* ---------------------------------------------------------------
004244* 2800-LOG-REJECTED-RECORD WRITES A BAD BATCH RECORD TO THE
004245* ERROR LOG INSTEAD OF LETTING IT FLOW INTO THE CALCULATION.
004246* ---------------------------------------------------------------
004247 2800-LOG-REJECTED-RECORD.
004248     ADD 1 TO DL100-REJECTED-COUNT.
004249     MOVE SAR-ACCOUNT-ID TO DER-ACCOUNT-ID.
004250     MOVE DL100-ERROR-MESSAGE TO DER-ERROR-MESSAGE.
004251     WRITE SAVINGS-ERROR-RECORD FROM DL100-ERROR-RECORD-LAYOUT.
004252 2800-EXIT.
004253     EXIT.
004254*
004255 2900-WRITE-GRAND-TOTAL.
004256     MOVE DL100-GRAND-TOTAL-AMOUNT TO DRL-GRAND-TOTAL-AMOUNT.
004257     MOVE DL100-GRAND-TOTAL-INTEREST TO DRL-GRAND-TOTAL-INTEREST.
004258     WRITE SAVINGS-REPORT-RECORD
004259         FROM DL100-REPORT-GRAND-TOTAL-LINE.
004260     MOVE DL100-ACCOUNT-COUNT TO DSM-ACCOUNTS-PROCESSED.
004261     MOVE DL100-REJECTED-COUNT TO DSM-ACCOUNTS-REJECTED.
004262     WRITE SAVINGS-REPORT-RECORD
004263         FROM DL100-REPORT-SUMMARY-LINE.
004264 2900-EXIT.
004265     EXIT.
004266*
004267* ---------------------------------------------------------------
004268* 2920-WRITE-DORMANT-TOTALS CLOSES OUT THE DORMANCY/ESCHEATMENT
004269* REPORT WITH THE DORMANT ACCOUNT COUNT AND THE SERVICE CHARGES
004270* ASSESSED THIS RUN.
004271* ---------------------------------------------------------------
004272 2920-WRITE-DORMANT-TOTALS.
004273     MOVE DL100-DORMANT-COUNT TO DDT-DORMANT-COUNT.
004274     MOVE DL100-TOTAL-SVC-CHARGES TO DDT-CHARGE-TOTAL.
004275     WRITE SAVINGS-DORMANT-RECORD FROM DL100-DORM-TOTAL-LINE.
004276 2920-EXIT.
004277     EXIT.
004278*
004279* ---------------------------------------------------------------
004280* 2940-WRITE-NEWMAST-TRAILER WRITES THE CONTROL-TOTAL TRAILER ON
004281* THE NEW-GENERATION MASTER (RECORD COUNT AND BALANCE HASH, SAME
004282* SHAPE AS THE SAVACCT TRAILER) SO THE NEXT NIGHT'S RUN CAN READ
004283* SAVNEW AS ITS SAVACCT AND PROVE THE TRANSFER.
004284* ---------------------------------------------------------------
004285 2940-WRITE-NEWMAST-TRAILER.
004286     MOVE DL100-TRAILER-ID TO SNT-TRAILER-ID.
004287     MOVE DL100-NEWMAST-COUNT TO SNT-RECORD-COUNT.
004288     MOVE DL100-NEWMAST-HASH TO SNT-HASH-AMOUNT.
004289     WRITE SAVINGS-NEWMAST-TRAILER.
004290 2940-EXIT.
004291     EXIT.
004292*
004293* ---------------------------------------------------------------
004294* 2950-WRITE-GL-EXTRACT WRITES ONE GENERAL LEDGER FEED RECORD
004295* PER VALID ACCOUNT, CARRYING THE INTEREST EARNED THIS RUN AND
004296* THE POSTING DATE, FOR PICKUP BY THE GL INTERFACE.
004297* ---------------------------------------------------------------
004298 2950-WRITE-GL-EXTRACT.
004299     MOVE SAR-ACCOUNT-ID TO GLR-ACCOUNT-ID.
004300     MOVE TOTAL-INTEREST TO GLR-AMOUNT.
004301     MOVE DL100-POSTING-DATE TO GLR-POSTING-DATE.
004302     MOVE "INT" TO GLR-ENTRY-TYPE.
004303     WRITE SAVINGS-GL-RECORD FROM DL100-GL-EXTRACT-LINE.
004304     ADD TOTAL-INTEREST TO DL100-GL-INTEREST-ACCUM.
004305 2950-EXIT.
004306     EXIT.
004307*
004308* ---------------------------------------------------------------
004309* 2955-WRITE-GL-SVC-CHARGE WRITES THE "SVC" GL FEED RECORD FOR A
004310* DORMANT SERVICE CHARGE, SEPARATE FROM THE INTEREST LINES SO
004311* THE GL POSTING RUN CAN BOOK IT AS FEE INCOME.
004312* ---------------------------------------------------------------
004313 2955-WRITE-GL-SVC-CHARGE.
004314     MOVE SAR-ACCOUNT-ID TO GLR-ACCOUNT-ID.
004315     MOVE DL100-DORMANT-SERVICE-CHG TO GLR-AMOUNT.
004316     MOVE DL100-POSTING-DATE TO GLR-POSTING-DATE.
004317     MOVE "SVC" TO GLR-ENTRY-TYPE.
004318     WRITE SAVINGS-GL-RECORD FROM DL100-GL-EXTRACT-LINE.
004319     ADD DL100-DORMANT-SERVICE-CHG TO DL100-GL-SVCCHG-ACCUM.
004320 2955-EXIT.
004321     EXIT.
004322*
004323* ---------------------------------------------------------------
004324* 2956-WRITE-GL-PENALTY WRITES THE "PEN" GL FEED RECORD FOR A
004325* CERTIFICATE'S EARLY-WITHDRAWAL PENALTY, SEPARATE FROM THE
004326* WITHDRAWAL ITSELF, SO THE GL POSTING RUN BOOKS IT AS PENALTY
004327* INCOME.
004328* ---------------------------------------------------------------
004329 2956-WRITE-GL-PENALTY.
004330     MOVE SAR-ACCOUNT-ID TO GLR-ACCOUNT-ID.
004331     MOVE DL100-PENALTY-AMOUNT TO GLR-AMOUNT.
004332     MOVE DL100-POSTING-DATE TO GLR-POSTING-DATE.
004333     MOVE "PEN" TO GLR-ENTRY-TYPE.
004334     WRITE SAVINGS-GL-RECORD FROM DL100-GL-EXTRACT-LINE.
004335     ADD DL100-PENALTY-AMOUNT TO DL100-GL-PENALTY-ACCUM.
004336 2956-EXIT.
004337     EXIT.
004338*
004339* ---------------------------------------------------------------
004340* 2957-WRITE-GL-TRANSACTION WRITES THE GL FEED RECORD FOR ONE
004341* POSTED DEPOSIT ("DEP") OR WITHDRAWAL ("WDL"); THE CALLER HAS
004342* SET THE ENTRY TYPE. THE AMOUNT IS CARRIED UNSIGNED - THE ENTRY
004343* TYPE TELLS THE GL POSTING RUN WHICH WAY CUSTOMER DEPOSITS
004344* MOVE.
004345* ---------------------------------------------------------------
004346 2957-WRITE-GL-TRANSACTION.
004347     MOVE STR-ACCOUNT-ID TO GLR-ACCOUNT-ID.
004348     MOVE STR-TRANS-AMOUNT TO GLR-AMOUNT.
004349     MOVE DL100-POSTING-DATE TO GLR-POSTING-DATE.
004350     WRITE SAVINGS-GL-RECORD FROM DL100-GL-EXTRACT-LINE.
004351     IF GLR-ENTRY-TYPE = "DEP"
004352         ADD STR-TRANS-AMOUNT TO DL100-GL-DEPOSIT-ACCUM
004353     ELSE
004354         ADD STR-TRANS-AMOUNT TO DL100-GL-WITHDRAWAL-ACCUM
004355     END-IF.
004356 2957-EXIT.
004357     EXIT.
004358*
004359* ---------------------------------------------------------------
004360* 2958-WRITE-GL-PAYOUT WRITES THE "CLS" GL FEED RECORD FOR THE
004361* OFFICIAL CHECK PAYING OUT A CLOSED ACCOUNT, SO THE GL POSTING
004362* RUN MOVES THE MONEY FROM CUSTOMER DEPOSITS TO OFFICIAL CHECKS
004363* OUTSTANDING.
004364* ---------------------------------------------------------------
004365 2958-WRITE-GL-PAYOUT.
004366     MOVE SAR-ACCOUNT-ID TO GLR-ACCOUNT-ID.
004367     MOVE DL100-PAYOUT-AMOUNT TO GLR-AMOUNT.
004368     MOVE DL100-POSTING-DATE TO GLR-POSTING-DATE.
004369     MOVE "CLS" TO GLR-ENTRY-TYPE.
004370     WRITE SAVINGS-GL-RECORD FROM DL100-GL-EXTRACT-LINE.
004371     ADD DL100-PAYOUT-AMOUNT TO DL100-GL-PAYOUT-ACCUM.
004372 2958-EXIT.
004373     EXIT.
004374*
004375* ---------------------------------------------------------------
004376* 2960-BALANCE-RUN IS THE END-OF-RUN BALANCING SECTION. IT PROVES
004377* ACCOUNTS READ AGAINST PROCESSED PLUS REJECTED AND THE INTEREST
004378* ACCUMULATED ON THE SAVGL EXTRACT AGAINST THE GRAND TOTAL,
004379* PRINTS THE PROOF PAGE ON SAVRPT, AND SETS RETURN CODE 8 WHEN
004380* THE RUN IS OUT OF BALANCE SO THE GL PICKUP JOB CAN BE HELD.
004381* THE DEPOSIT AND WITHDRAWAL LINES ON SAVGL ARE PROVED AGAINST
004382* THE AMOUNTS POSTED, AND THE OPENING BALANCES READ PLUS EVERY
004383* SAVGL MOVEMENT (DEPOSITS, INTEREST) LESS WITHDRAWALS AND
004384* SERVICE CHARGES AND CLOSING PAYOUTS MUST EQUAL THE SAVNEW
004385* CLOSING BALANCES - THE SAME MOVEMENT THE LEDGER WILL SEE ON
004386* CUSTOMER DEPOSITS 21000. CLOSED ACCOUNTS CARRIED FORWARD OR
004387* PURGED COUNT AMONG THE ACCOUNTS ACCOUNTED FOR, AS DO
004388* CERTIFICATES PAID OUT AT MATURITY. CERTIFICATE PENALTIES ARE
004389* PROVED LIKE THE OTHER SAVGL LINES, AND THE MATURITY PROCEEDS
004390* PAID OUT MUST EQUAL THOSE CREDITED TO THE LINKED ACCOUNTS.
004391* ---------------------------------------------------------------
004392 2960-BALANCE-RUN.
004393     COMPUTE DL100-PROOF-TOTAL-COUNT =
004394         DL100-ACCOUNT-COUNT + DL100-REJECTED-COUNT
004395         + DL100-CLOSED-CARRIED-COUNT + DL100-PURGED-COUNT
004396         + DL100-MATURED-PAID-COUNT.
004397     IF DL100-ACCOUNTS-READ NOT = DL100-PROOF-TOTAL-COUNT
004398         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004399     END-IF.
004400     IF DL100-GL-INTEREST-ACCUM NOT = DL100-GRAND-TOTAL-INTEREST
004401         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004402     END-IF.
004403     IF DL100-GL-SVCCHG-ACCUM NOT = DL100-TOTAL-SVC-CHARGES
004404         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004405     END-IF.
004406     IF DL100-GL-DEPOSIT-ACCUM NOT = DL100-TOTAL-DEPOSITS
004407         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004408     END-IF.
004409     IF DL100-GL-WITHDRAWAL-ACCUM NOT = DL100-TOTAL-WITHDRAWALS
004410         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004411     END-IF.
004412     IF DL100-GL-PAYOUT-ACCUM NOT = DL100-TOTAL-PAYOUTS
004413         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004414     END-IF.
004415     IF DL100-GL-PENALTY-ACCUM NOT = DL100-TOTAL-PENALTIES
004416         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004417     END-IF.
004418     IF DL100-TOTAL-MATURITY-OUT NOT = DL100-TOTAL-MATURITY-IN
004419         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004420     END-IF.
004421     COMPUTE DL100-MOVEMENT-PROOF =
004422         DL100-ACCOUNT-HASH-AMOUNT
004423         + DL100-GL-DEPOSIT-ACCUM
004424         - DL100-GL-WITHDRAWAL-ACCUM
004425         + DL100-GL-INTEREST-ACCUM
004426         - DL100-GL-SVCCHG-ACCUM
004427         - DL100-GL-PAYOUT-ACCUM
004428         - DL100-GL-PENALTY-ACCUM
004429         - DL100-TOTAL-MATURITY-OUT
004430         + DL100-TOTAL-MATURITY-IN.
004431     IF DL100-MOVEMENT-PROOF NOT = DL100-NEWMAST-HASH
004432         SET DL100-RUN-OUT-OF-BALANCE TO TRUE
004433     END-IF.
004434     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-HEADING.
004435     MOVE "ACCOUNTS READ" TO DPC-LABEL.
004436     MOVE DL100-ACCOUNTS-READ TO DPC-COUNT.
004437     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004438     MOVE "ACCOUNTS PROCESSED PLUS REJECTED" TO DPC-LABEL.
004439     MOVE DL100-PROOF-TOTAL-COUNT TO DPC-COUNT.
004440     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004441     MOVE "TRANSACTIONS REJECTED" TO DPC-LABEL.
004442     MOVE DL100-TRANS-REJECT-COUNT TO DPC-COUNT.
004443     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004444     MOVE "ACCOUNTS CLOSED THIS RUN" TO DPC-LABEL.
004445     MOVE DL100-CLOSED-COUNT TO DPC-COUNT.
004446     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004447     MOVE "CLOSED ACCOUNTS CARRIED FORWARD" TO DPC-LABEL.
004448     MOVE DL100-CLOSED-CARRIED-COUNT TO DPC-COUNT.
004449     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004450     MOVE "CLOSED ACCOUNTS PURGED" TO DPC-LABEL.
004451     MOVE DL100-PURGED-COUNT TO DPC-COUNT.
004452     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004453     MOVE "CERTIFICATES PAID AT MATURITY" TO DPC-LABEL.
004454     MOVE DL100-MATURED-PAID-COUNT TO DPC-COUNT.
004455     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004456     MOVE "CERTIFICATES RENEWED" TO DPC-LABEL.
004457     MOVE DL100-RENEWED-COUNT TO DPC-COUNT.
004458     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004459     MOVE "MATURITY NOTICES PRINTED" TO DPC-LABEL.
004460     MOVE DL100-NOTICE-COUNT TO DPC-COUNT.
004461     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-COUNT-LINE.
004462     MOVE "GL EXTRACT INTEREST" TO DPA-LABEL.
004463     MOVE DL100-GL-INTEREST-ACCUM TO DPA-AMOUNT.
004464     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004465     MOVE "GRAND TOTAL INTEREST" TO DPA-LABEL.
004466     MOVE DL100-GRAND-TOTAL-INTEREST TO DPA-AMOUNT.
004467     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004468     MOVE "GL EXTRACT SERVICE CHARGES" TO DPA-LABEL.
004469     MOVE DL100-GL-SVCCHG-ACCUM TO DPA-AMOUNT.
004470     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004471     MOVE "SERVICE CHARGES ASSESSED" TO DPA-LABEL.
004472     MOVE DL100-TOTAL-SVC-CHARGES TO DPA-AMOUNT.
004473     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004474     MOVE "GL EXTRACT DEPOSITS" TO DPA-LABEL.
004475     MOVE DL100-GL-DEPOSIT-ACCUM TO DPA-AMOUNT.
004476     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004477     MOVE "DEPOSITS POSTED" TO DPA-LABEL.
004478     MOVE DL100-TOTAL-DEPOSITS TO DPA-AMOUNT.
004479     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004480     MOVE "GL EXTRACT WITHDRAWALS" TO DPA-LABEL.
004481     MOVE DL100-GL-WITHDRAWAL-ACCUM TO DPA-AMOUNT.
004482     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004483     MOVE "WITHDRAWALS POSTED" TO DPA-LABEL.
004484     MOVE DL100-TOTAL-WITHDRAWALS TO DPA-AMOUNT.
004485     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004486     MOVE "GL EXTRACT CLOSING PAYOUTS" TO DPA-LABEL.
004487     MOVE DL100-GL-PAYOUT-ACCUM TO DPA-AMOUNT.
004488     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004489     MOVE "CLOSING PAYOUTS ISSUED" TO DPA-LABEL.
004490     MOVE DL100-TOTAL-PAYOUTS TO DPA-AMOUNT.
004491     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004492     MOVE "GL EXTRACT CD PENALTIES" TO DPA-LABEL.
004493     MOVE DL100-GL-PENALTY-ACCUM TO DPA-AMOUNT.
004494     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004495     MOVE "CD PENALTIES ASSESSED" TO DPA-LABEL.
004496     MOVE DL100-TOTAL-PENALTIES TO DPA-AMOUNT.
004497     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004498     MOVE "CD MATURITY PROCEEDS PAID OUT" TO DPA-LABEL.
004499     MOVE DL100-TOTAL-MATURITY-OUT TO DPA-AMOUNT.
004500     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004501     MOVE "CD MATURITY PROCEEDS CREDITED" TO DPA-LABEL.
004502     MOVE DL100-TOTAL-MATURITY-IN TO DPA-AMOUNT.
004503     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004504     MOVE "OPENING BALANCES PLUS MOVEMENT" TO DPA-LABEL.
004505     MOVE DL100-MOVEMENT-PROOF TO DPA-AMOUNT.
004506     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004507     MOVE "SAVNEW CLOSING BALANCES" TO DPA-LABEL.
004508     MOVE DL100-NEWMAST-HASH TO DPA-AMOUNT.
004509     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-AMOUNT-LINE.
004510     IF DL100-RUN-IN-BALANCE
004511         MOVE "RUN IS IN BALANCE" TO DL100-PROOF-STATUS-LINE
004512     ELSE
004513         MOVE "RUN IS OUT OF BALANCE - GL PICKUP MUST BE HELD"
004514             TO DL100-PROOF-STATUS-LINE
004515         MOVE 8 TO RETURN-CODE
004516     END-IF.
004517     WRITE SAVINGS-REPORT-RECORD FROM DL100-PROOF-STATUS-LINE.
004518     IF DL100-RUN-OUT-OF-BALANCE
004519         DISPLAY "SAVINGS BATCH RUN IS OUT OF BALANCE, "
004520             "RETURN CODE 8 SET"
004521     END-IF.
004522     PERFORM 2970-WRITE-HOLD-STATUS THRU 2970-EXIT.
004523     IF DL100-RUN-IN-BALANCE AND DL100-CHARGE-THIS-RUN
004524         PERFORM 2980-WRITE-CHARGE-MONTH THRU 2980-EXIT
004525     END-IF.
004526 2960-EXIT.
004527     EXIT.
004528*
004529* ---------------------------------------------------------------
004530* 2970-WRITE-HOLD-STATUS WRITES THE ONE-RECORD GL PICKUP STATUS
004531* FILE: "R" (RELEASED) WHEN THE RUN PROVED IN BALANCE, "H" (HELD)
004532* WHEN IT DID NOT. THE GL POSTING PROGRAM REFUSES THE SAVGL FEED
004533* UNLESS SAVHOLD SAYS RELEASED, SO THE RETURN CODE 8 HOLD IS
004534* ENFORCED MECHANICALLY INSTEAD OF BY CONSOLE WATCHING.
004535* ---------------------------------------------------------------
004536 2970-WRITE-HOLD-STATUS.
004537     OPEN OUTPUT SAVINGS-HOLD-FILE.
004538     IF DL100-HOLD-FILE-STATUS NOT = "00" AND
004539             DL100-HOLD-FILE-STATUS NOT = "05"
004540         DISPLAY "SAVHOLD OPEN FAILED, STATUS = "
004541             DL100-HOLD-FILE-STATUS
004542         STOP RUN
004543     END-IF.
004544     IF DL100-RUN-IN-BALANCE
004545         MOVE "R" TO SHR-HOLD-STATUS
004546     ELSE
004547         MOVE "H" TO SHR-HOLD-STATUS
004548     END-IF.
004549     MOVE DL100-POSTING-DATE TO SHR-POSTING-DATE.
004550     WRITE SAVINGS-HOLD-RECORD.
004551     CLOSE SAVINGS-HOLD-FILE.
004552 2970-EXIT.
004553     EXIT.
004554*
004555* ---------------------------------------------------------------
004556* 2980-WRITE-CHARGE-MONTH ADVANCES THE ONE-RECORD SAVCHGMO FILE
004557* TO THE POSTING MONTH, SO LATER RUNS THIS MONTH DO NOT ASSESS
004558* THE DORMANT SERVICE CHARGE AGAIN. IT IS ONLY TAKEN WHEN THE
004559* RUN PROVED IN BALANCE: A HELD NIGHT'S NEW MASTER IS
004560* DISCARDED, SO ITS CORRECTED RERUN MUST CHARGE AGAIN.
004561* ---------------------------------------------------------------
004562 2980-WRITE-CHARGE-MONTH.
004563     OPEN OUTPUT SAVINGS-CHGMO-FILE.
004564     IF DL100-CHGMO-FILE-STATUS NOT = "00" AND
004565             DL100-CHGMO-FILE-STATUS NOT = "05"
004566         DISPLAY "SAVCHGMO OPEN FAILED, STATUS = "
004567             DL100-CHGMO-FILE-STATUS
004568         STOP RUN
004569     END-IF.
004570     MOVE DL100-POSTING-MONTH TO SCM-LAST-CHARGED-MONTH.
004571     WRITE SAVINGS-CHGMO-RECORD.
004572     CLOSE SAVINGS-CHGMO-FILE.
004573 2980-EXIT.
004574     EXIT.
004575*
004576* ---------------------------------------------------------------
004577* 2990-WRITE-HISTORY-ENTRY WRITES ONE LINE TO THE HISTORY EXTRACT
004578* (SAVHTRN) UNDER THE NEXT RUN SEQUENCE NUMBER. THE CALLER HAS
004579* SET THE ACCOUNT, ENTRY TYPE, AMOUNT, BALANCE AFTER, ORIGINAL
004580* TRANSACTION TYPE AND REASON CODE.
004581* ---------------------------------------------------------------
004582 2990-WRITE-HISTORY-ENTRY.
004583     ADD 1 TO DL100-HISTORY-SEQUENCE.
004584     MOVE DL100-HISTORY-SEQUENCE TO SHL-SEQUENCE.
004585     MOVE DL100-POSTING-DATE TO SHL-POSTING-DATE.
004586     WRITE SAVINGS-HISTORY-RECORD FROM DL100-HISTORY-LINE.
004587 2990-EXIT.
004588     EXIT.
004589*
004590* ---------------------------------------------------------------
004591* 2995-WRITE-HISTORY-TRANS WRITES THE HISTORY ENTRY FOR ONE
004592* POSTED DEPOSIT OR WITHDRAWAL; THE CALLER HAS SET THE ENTRY
004593* TYPE. THE BALANCE AFTER IS THE RUNNING BALANCE WITH THIS
004594* TRANSACTION APPLIED.
004595* ---------------------------------------------------------------
004596 2995-WRITE-HISTORY-TRANS.
004597     MOVE STR-ACCOUNT-ID TO SHL-ACCOUNT-ID.
004598     MOVE STR-TRANS-AMOUNT TO SHL-AMOUNT.
004599     MOVE BALANCE TO SHL-BALANCE-AFTER.
004600     MOVE STR-TRANS-TYPE TO SHL-TRANS-TYPE.
004601     MOVE SPACES TO SHL-REASON-CODE.
004602     PERFORM 2990-WRITE-HISTORY-ENTRY THRU 2990-EXIT.
004603 2995-EXIT.
004604     EXIT.
004605*
004606* ---------------------------------------------------------------
004607* 3000-INTERACTIVE-PROCESS IS THE ORIGINAL ONE-ACCOUNT-AT-A-TIME
004608* TERMINAL DIALOG.
004609* ---------------------------------------------------------------
004610 3000-INTERACTIVE-PROCESS.
004611     SET DL100-INPUT-INVALID TO TRUE.
004612     PERFORM 3100-GET-ACCOUNT-DATA THRU 3100-EXIT
004613         UNTIL DL100-INPUT-VALID.
004614     DISPLAY "The total amount in the account after the "
004615         "specified number of years is: " TOTAL-AMOUNT.
004616     DISPLAY "The total amount of interest earned on the "
004617         "savings account over the years is: " TOTAL-INTEREST.
004618     PERFORM 5300-PRINT-SCHEDULE THRU 5300-EXIT.
004619 3000-EXIT.
004620     EXIT.
004621*
004622* ---------------------------------------------------------------
004623* 3100-GET-ACCOUNT-DATA PROMPTS FOR ONE ACCOUNT'S FIGURES,
004624* VALIDATES THEM, AND CALCULATES THE INTEREST; AN INVALID ENTRY
004625* OR A CALCULATION THAT OVERFLOWS TOTAL-AMOUNT IS EXPLAINED TO
004626* THE USER AND THE WHOLE SET OF FIGURES IS RE-PROMPTED.
004627* ---------------------------------------------------------------
004628 3100-GET-ACCOUNT-DATA.
004629     DISPLAY "Please enter the current balance of the savings "
004630         "account:".
004631     ACCEPT BALANCE.
004632     DISPLAY "Please enter the annual interest rate (percent):".
004633     ACCEPT INTEREST-RATE.
004634     DISPLAY "Please enter the number of years the money will "
004635         "remain in the account:".
004636     ACCEPT YEARS.
004637     DISPLAY "Please enter the compounding frequency "
004638         "(A=Annual Q=Quarterly M=Monthly D=Daily):".
004639     ACCEPT COMPOUNDING-FREQUENCY.
004640     PERFORM 2400-VALIDATE-ACCOUNT-DATA THRU 2400-EXIT.
004641     IF DL100-INPUT-VALID
004642         PERFORM 5000-CALCULATE-INTEREST THRU 5000-EXIT
004643         IF DL100-CALC-OVERFLOW
004644             SET DL100-INPUT-INVALID TO TRUE
004645             MOVE "CALCULATION OVERFLOW, FIGURES TOO LARGE" TO
004646                 DL100-ERROR-MESSAGE
004647         END-IF
004648     END-IF.
004649     IF DL100-INPUT-INVALID
004650         DISPLAY "Invalid entry: " DL100-ERROR-MESSAGE
004651         DISPLAY "Please re-enter this account's figures."
004652     END-IF.
004653 3100-EXIT.
004654     EXIT.
004655*
004656* ---------------------------------------------------------------
004657* 5000-CALCULATE-INTEREST APPLIES THE COMPOUND INTEREST FORMULA
004658* AGAINST BALANCE/INTEREST-RATE/YEARS, COMPOUNDED AT THE
004659* FREQUENCY GIVEN IN COMPOUNDING-FREQUENCY, AND RETURNS
004660* TOTAL-AMOUNT AND TOTAL-INTEREST. IF THE GROWTH FACTOR OR THE
004661* TOTAL AMOUNT WOULD OVERFLOW ITS FIELD, DL100-CALC-OVERFLOW IS
004662* SET AND TOTAL-AMOUNT/TOTAL-INTEREST ARE LEFT UNCOMPUTED; THE
004663* CALLER IS RESPONSIBLE FOR REJECTING THE ACCOUNT.
004664* ---------------------------------------------------------------
004665 5000-CALCULATE-INTEREST.
004666     SET DL100-CALC-NOT-OVERFLOW TO TRUE.
004667     PERFORM 5100-SET-PERIODS-PER-YEAR THRU 5100-EXIT.
004668     COMPUTE DL100-PERIODIC-RATE =
004669         INTEREST-RATE / 100 / DL100-PERIODS-PER-YEAR.
004670     COMPUTE DL100-TOTAL-PERIODS =
004671         YEARS * DL100-PERIODS-PER-YEAR.
004672     COMPUTE DL100-GROWTH-FACTOR =
004673         (1 + DL100-PERIODIC-RATE) ** DL100-TOTAL-PERIODS
004674         ON SIZE ERROR
004675             SET DL100-CALC-OVERFLOW TO TRUE
004676     END-COMPUTE.
004677     IF DL100-CALC-NOT-OVERFLOW
004678         COMPUTE TOTAL-AMOUNT =
004679             BALANCE * DL100-GROWTH-FACTOR
004680             ON SIZE ERROR
004681                 SET DL100-CALC-OVERFLOW TO TRUE
004682         END-COMPUTE
004683     END-IF.
004684     IF DL100-CALC-NOT-OVERFLOW
004685         COMPUTE TOTAL-INTEREST = TOTAL-AMOUNT - BALANCE
004686     END-IF.
004687 5000-EXIT.
004688     EXIT.
004689*
004690* ---------------------------------------------------------------
004691* 5100-SET-PERIODS-PER-YEAR TRANSLATES COMPOUNDING-FREQUENCY
004692* INTO THE NUMBER OF COMPOUNDING PERIODS PER YEAR.
004693* ---------------------------------------------------------------
004694 5100-SET-PERIODS-PER-YEAR.
004695     EVALUATE TRUE
004696         WHEN DL100-COMPOUND-QUARTERLY
004697             MOVE 4 TO DL100-PERIODS-PER-YEAR
004698         WHEN DL100-COMPOUND-MONTHLY
004699             MOVE 12 TO DL100-PERIODS-PER-YEAR
004700         WHEN DL100-COMPOUND-DAILY
004701             MOVE 365 TO DL100-PERIODS-PER-YEAR
004702         WHEN OTHER
004703             MOVE 1 TO DL100-PERIODS-PER-YEAR
004710     END-EVALUATE.
004720 5100-EXIT.
004730     EXIT.
