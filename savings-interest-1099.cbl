000010* ---------------------------------------------------------------
000020* SAVINGS_INTEREST_1099 IS THE YEAR-END 1099-INT RUN FOR SAVINGS
000030* INTEREST. IT IS RUN IN JANUARY, ON DEMAND, FOR THE TAX YEAR
000040* JUST ENDED (OR FOR THE YEAR GIVEN IN POSITIONS 1-4 OF THE
000050* COMMAND LINE, WHICH MUST BE BEFORE THE CURRENT YEAR).
000060*
000070* EACH ACCOUNT'S INTEREST FOR THE TAX YEAR COMES FROM THE
000080* ACCOUNT MASTER: THE YEAR-TO-DATE FIGURE WHILE IT STILL
000090* BELONGS TO THE TAX YEAR, OR THE PRIOR-YEAR FIGURE ONCE THE
000100* SAVINGS BATCH HAS ROLLED THE ACCOUNT INTO THE NEXT YEAR.
000110* ACCOUNTS ARE SORTED BY CUSTOMER NUMBER AND ROLLED UP TO ONE
000120* 1099-INT PER CUSTOMER (CUSTMAST GIVES THE NAME, ADDRESS,
000130* TAXPAYER ID, AND WITHHOLDING CODE):
000140*   - AN EXEMPT RECIPIENT (WITHHOLDING CODE "E") IS NOT
000150*     REPORTED;
000160*   - A CUSTOMER BELOW THE $10.00 REPORTING THRESHOLD IS NOT
000170*     REPORTED UNLESS UNDER BACKUP WITHHOLDING (CODE "B");
000180*   - EVERY OTHER CUSTOMER GETS A RECIPIENT COPY (SAV1099) AND A
000190*     "B" RECORD ON THE IRS ELECTRONIC FILE (IRSFILE). A
000200*     CUSTOMER WITH NO TAXPAYER ID ON FILE IS STILL REPORTED AND
000210*     IS FLAGGED ON THE REGISTER FOR A TIN SOLICITATION;
000220*   - INTEREST ON AN ACCOUNT WITH NO CUSTOMER NUMBER, OR WHOSE
000230*     CUSTOMER IS NOT ON CUSTMAST, CANNOT BE REPORTED AND IS
000240*     LISTED AS AN EXCEPTION.
000250* THE SAVINGS BATCH DOES NOT WITHHOLD, SO BOX 4 (FEDERAL INCOME
000260* TAX WITHHELD) IS ALWAYS REPORTED AS ZERO. BOX 2 (EARLY
000270* WITHDRAWAL PENALTY) IS THE CERTIFICATE PENALTIES CHARGED IN THE
000280* TAX YEAR, PICKED OFF THE ACCOUNT MASTER THE SAME WAY AS THE
000290* INTEREST; A CUSTOMER WITH A PENALTY IS REPORTED EVEN BELOW THE
000300* INTEREST THRESHOLD.
000310*
000320* THE IRS FILE IS WRITTEN IN THE PUBLICATION 1220 750-BYTE
000330* LAYOUT: "T" TRANSMITTER, "A" PAYER, ONE "B" PER PAYEE, "C"
000340* END OF PAYER WITH THE PAYEE COUNT AND CONTROL TOTAL, AND "F"
000350* END OF TRANSMISSION. THE "B" RECORDS ARE BUILT ON A WORK FILE
000360* (SAV1099W) DURING THE CONTROL BREAK, SINCE THE "T" RECORD
000370* MUST CARRY THE PAYEE COUNT. THE PAYER AND TRANSMITTER DETAILS
000380* COME FROM THE TAXPAYR CONTROL RECORD.
000390*
000400* THE REGISTER (SAV1099R) LISTS EVERY CUSTOMER'S DISPOSITION AND
000410* PROVES THE INTEREST RELEASED FROM SAVACCT AGAINST THE
000420* DISPOSITIONS AND AGAINST THE "C" RECORD CONTROL TOTAL. A RUN
000430* WITH EXCEPTIONS OR A FAILED PROOF SETS RETURN CODE 8, AND THE
000440* FILE IS NOT TO BE TRANSMITTED UNTIL THE REGISTER IS CLEARED.
000450* A SAVACCT THAT DOES NOT PROVE TO ITS TRAILER ENDS THE RUN WITH
000460* RETURN CODE 16.
000470* ---------------------------------------------------------------
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. SAVINGS_INTEREST_1099.
000500 AUTHOR. D. SHAPIRO.
000510 INSTALLATION. RETAIL BANKING SYSTEMS.
000520 DATE-WRITTEN. 10/15/2026.
000530 DATE-COMPILED.
000540*
000550* ---------------------------------------------------------------
000560* MODIFICATION HISTORY
000570*   DATE       BY    DESCRIPTION
000580*   10/15/2026 DAS   ORIGINAL YEAR-END 1099-INT RUN, WRITTEN WHEN
000590*                    THE ACCOUNT MASTER STARTED CARRYING INTEREST
000600*                    PAID YEAR TO DATE AND THE CUSTOMER MASTER
000610*                    STARTED CARRYING THE TAXPAYER ID. BUILT ON
000620*                    THE SORT/CONTROL-BREAK PATTERN OF
000630*                    SAVINGS_COMBINED_STMT.
000640*   10/15/2026 DAS   CARRIED THE NEW ACCOUNT STATUS AND CLOSE
000650*                    DATE ON THE ACCOUNT RECORD (SEE
000660*                    SAVINGS_ACCOUNT_CONVERT3). AN ACCOUNT CLOSED
000670*                    DURING THE YEAR STAYS ON FILE AND IS
000680*                    REPORTED LIKE ANY OTHER.
000690*   10/15/2026 DAS   CARRIED THE NEW TERM CERTIFICATE FIELDS ON
000700*                    THE ACCOUNT RECORD (SEE
000710*                    SAVINGS_ACCOUNT_CONVERT4). CERTIFICATE
000720*                    INTEREST IS REPORTED WITH THE CUSTOMER'S
000730*                    OTHER SAVINGS INTEREST.
000740*   10/15/2026 DAS   BOX 2, THE EARLY-WITHDRAWAL PENALTY ON A TERM
000750*                    CERTIFICATE, IS NOW REPORTED FROM THE NEW
000760*                    PENALTY FIELDS ON THE ACCOUNT RECORD (SEE
000770*                    SAVINGS_ACCOUNT_CONVERT4): ON THE RECIPIENT
000780*                    COPY, AS AMOUNT 2 OF THE "B" RECORD (AMOUNT
000790*                    CODES "12" ON THE "A" RECORD), AND AS CONTROL
000800*                    TOTAL 2 OF THE "C" RECORD, WHICH THE REGISTER
000810*                    PROVES.
000820* ---------------------------------------------------------------
000830 ENVIRONMENT DIVISION.
000840 CONFIGURATION SECTION.
000850 SOURCE-COMPUTER. IBM-370.
000860 OBJECT-COMPUTER. IBM-370.
000870*
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT SAVINGS-ACCOUNT-FILE ASSIGN TO "SAVACCT"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS SEQUENTIAL
000930         RECORD KEY IS SAR-ACCOUNT-ID
000940         FILE STATUS IS DL700-ACCOUNT-FILE-STATUS.
000950     SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS CMR-CUSTOMER-NUMBER
000990         FILE STATUS IS DL700-CUST-FILE-STATUS.
001000     SELECT TAXPAYER-CONTROL-FILE ASSIGN TO "TAXPAYR"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS DL700-PAYER-FILE-STATUS.
001030     SELECT RECIPIENT-COPY-FILE ASSIGN TO "SAV1099"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS DL700-COPY-FILE-STATUS.
001060     SELECT REGISTER-FILE ASSIGN TO "SAV1099R"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS DL700-REGISTER-FILE-STATUS.
001090     SELECT IRS-WORK-FILE ASSIGN TO "SAV1099W"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS DL700-WORK-FILE-STATUS.
001120     SELECT IRS-FILE ASSIGN TO "IRSFILE"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS DL700-IRS-FILE-STATUS.
001150     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
001160*
001170 DATA DIVISION.
001180 FILE SECTION.
001190*
001200 FD  SAVINGS-ACCOUNT-FILE.
001210 01  SAVINGS-ACCOUNT-RECORD.
001220     05  SAR-ACCOUNT-ID          PIC X(10).
001230     05  SAR-BALANCE             PIC S9(07)V99
001240         SIGN IS TRAILING SEPARATE.
001250     05  SAR-INTEREST-RATE       PIC S9(04)V9
001260         SIGN IS TRAILING SEPARATE.
001270     05  SAR-YEARS               PIC 9(02).
001280     05  SAR-COMPOUND-FREQ       PIC X(01).
001290     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
001300     05  SAR-DORMANT-FLAG        PIC X(01).
001310     05  SAR-PRODUCT-CODE        PIC X(02).
001320     05  SAR-CUSTOMER-NUMBER     PIC X(06).
001330     05  SAR-YTD-INTEREST        PIC S9(07)V99
001340         SIGN IS TRAILING SEPARATE.
001350     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
001360     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
001370         SIGN IS TRAILING SEPARATE.
001380     05  SAR-ACCOUNT-STATUS      PIC X(01).
001390     05  SAR-CLOSE-DATE          PIC 9(08).
001400     05  SAR-ACCOUNT-TYPE        PIC X(01).
001410     05  SAR-OPEN-DATE           PIC 9(08).
001420     05  SAR-TERM-MONTHS         PIC 9(03).
001430     05  SAR-MATURITY-DATE       PIC 9(08).
001440     05  SAR-MATURITY-OPTION     PIC X(01).
001450     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
001460     05  SAR-NOTICE-DATE         PIC 9(08).
001470     05  SAR-YTD-PENALTY         PIC S9(07)V99
001480         SIGN IS TRAILING SEPARATE.
001490     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
001500         SIGN IS TRAILING SEPARATE.
001510 01  SAVINGS-ACCOUNT-TRAILER.
001520     05  SAT-TRAILER-ID          PIC X(10).
001530     05  SAT-RECORD-COUNT        PIC 9(07).
001540     05  SAT-HASH-AMOUNT         PIC S9(10)V99
001550         SIGN IS TRAILING SEPARATE.
001560*
001570 FD  CUSTOMER-MASTER-FILE.
001580 01  CUSTOMER-MASTER-RECORD.
001590     05  CMR-CUSTOMER-NUMBER     PIC X(06).
001600     05  CMR-CUSTOMER-NAME       PIC X(30).
001610     05  CMR-STREET-ADDRESS      PIC X(30).
001620     05  CMR-CITY                PIC X(20).
001630     05  CMR-STATE               PIC X(02).
001640     05  CMR-ZIP-CODE            PIC X(05).
001650     05  CMR-TAXPAYER-ID         PIC X(09).
001660     05  CMR-TIN-TYPE            PIC X(01).
001670         88  CMR-TIN-IS-SSN                 VALUE "S".
001680         88  CMR-TIN-IS-EIN                 VALUE "E".
001690     05  CMR-WITHHOLDING-CODE    PIC X(01).
001700         88  CMR-NOT-SUBJECT-TO-BACKUP      VALUE "N".
001710         88  CMR-BACKUP-WITHHOLDING         VALUE "B".
001720         88  CMR-EXEMPT-RECIPIENT           VALUE "E".
001730*
001740 FD  TAXPAYER-CONTROL-FILE.
001750 01  TAXPAYER-CONTROL-RECORD.
001760     05  TPR-PAYER-TIN           PIC X(09).
001770     05  TPR-NAME-CONTROL        PIC X(04).
001780     05  TPR-TCC                 PIC X(05).
001790     05  TPR-TEST-FILE-IND       PIC X(01).
001800     05  TPR-PAYER-NAME          PIC X(40).
001810     05  TPR-PAYER-ADDRESS       PIC X(40).
001820     05  TPR-PAYER-CITY          PIC X(40).
001830     05  TPR-PAYER-STATE         PIC X(02).
001840     05  TPR-PAYER-ZIP           PIC X(09).
001850     05  TPR-PAYER-PHONE         PIC X(15).
001860     05  TPR-CONTACT-NAME        PIC X(40).
001870     05  TPR-CONTACT-EMAIL       PIC X(50).
001880*
001890 FD  RECIPIENT-COPY-FILE.
001900 01  RECIPIENT-COPY-RECORD       PIC X(80).
001910*
001920 FD  REGISTER-FILE.
001930 01  REGISTER-RECORD             PIC X(80).
001940*
001950 FD  IRS-WORK-FILE.
001960 01  IRS-WORK-RECORD             PIC X(750).
001970*
001980 FD  IRS-FILE.
001990 01  IRS-RECORD                  PIC X(750).
002000*
002010 SD  SORT-WORK-FILE.
002020 01  SORT-WORK-RECORD.
002030     05  SWR-CUSTOMER-NUMBER     PIC X(06).
002040     05  SWR-ACCOUNT-ID          PIC X(10).
002050     05  SWR-INTEREST            PIC S9(07)V99
002060         SIGN IS TRAILING SEPARATE.
002070     05  SWR-PENALTY             PIC S9(07)V99
002080         SIGN IS TRAILING SEPARATE.
002090*
002100 WORKING-STORAGE SECTION.
002110*
002120 77  DL700-ACCOUNT-FILE-STATUS   PIC X(02) VALUE "00".
002130 77  DL700-CUST-FILE-STATUS      PIC X(02) VALUE "00".
002140 77  DL700-PAYER-FILE-STATUS     PIC X(02) VALUE "00".
002150 77  DL700-COPY-FILE-STATUS      PIC X(02) VALUE "00".
002160 77  DL700-REGISTER-FILE-STATUS  PIC X(02) VALUE "00".
002170 77  DL700-WORK-FILE-STATUS      PIC X(02) VALUE "00".
002180 77  DL700-IRS-FILE-STATUS       PIC X(02) VALUE "00".
002190*
002200 77  DL700-TRAILER-ID            PIC X(10) VALUE "9999999999".
002210*
002220* INTEREST BELOW THE THRESHOLD IS NOT REPORTABLE UNLESS THE
002230* CUSTOMER IS UNDER BACKUP WITHHOLDING.
002240*
002250 77  DL700-REPORTING-THRESHOLD   PIC 9(03)V99 VALUE 10.00.
002260*
002270* ACCOUNT LINES HELD FOR ONE RECIPIENT COPY. A CUSTOMER WITH
002280* MORE ACCOUNTS THAN THIS STILL HAS ALL OF THEM IN THE BOX 1
002290* TOTAL; THE COPY NOTES HOW MANY WERE NOT LISTED.
002300*
002310 77  DL700-ACCOUNT-LINE-LIMIT    PIC 9(03) COMP VALUE 20.
002320*
002330 01  DL700-COMMAND-LINE-PARM     PIC X(20) VALUE SPACES.
002340 01  DL700-RUN-DATE              PIC 9(08) VALUE ZERO.
002350 01  DL700-RUN-YEAR              PIC 9(04) VALUE ZERO.
002360 01  DL700-TAX-YEAR              PIC 9(04) VALUE ZERO.
002370 01  DL700-NEXT-YEAR             PIC 9(04) VALUE ZERO.
002380*
002390 01  DL700-ACCOUNT-EOF-SWITCH    PIC X(01) VALUE "N".
002400     88  DL700-END-OF-ACCOUNT-FILE          VALUE "Y".
002410*
002420 01  DL700-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
002430     88  DL700-END-OF-SORT-FILE             VALUE "Y".
002440     88  DL700-MORE-SORT-RECORDS            VALUE "N".
002450*
002460 01  DL700-WORK-EOF-SWITCH       PIC X(01) VALUE "N".
002470     88  DL700-END-OF-WORK-FILE             VALUE "Y".
002480     88  DL700-MORE-WORK-RECORDS            VALUE "N".
002490*
002500 01  DL700-TRAILER-SWITCH        PIC X(01) VALUE "N".
002510     88  DL700-TRAILER-FOUND                VALUE "Y".
002520*
002530 01  DL700-FIRST-CUST-SWITCH     PIC X(01) VALUE "Y".
002540     88  DL700-FIRST-CUSTOMER               VALUE "Y".
002550     88  DL700-NOT-FIRST-CUSTOMER           VALUE "N".
002560*
002570 01  DL700-CUST-FOUND-SWITCH     PIC X(01) VALUE "N".
002580     88  DL700-CUSTOMER-ON-FILE             VALUE "Y".
002590     88  DL700-CUSTOMER-NOT-ON-FILE         VALUE "N".
002600*
002610* DISPOSITION OF THE CUSTOMER AT THE CONTROL BREAK.
002620*
002630 01  DL700-DISPOSITION           PIC X(01) VALUE SPACE.
002640     88  DL700-DISP-REPORTED                VALUE "R".
002650     88  DL700-DISP-BELOW-THRESHOLD         VALUE "T".
002660     88  DL700-DISP-EXEMPT                  VALUE "E".
002670     88  DL700-DISP-EXCEPTION               VALUE "X".
002680*
002690 01  DL700-PROOF-SWITCH          PIC X(01) VALUE "Y".
002700     88  DL700-RUN-PROVES                   VALUE "Y".
002710     88  DL700-RUN-DOES-NOT-PROVE           VALUE "N".
002720*
002730 01  DL700-PRIOR-CUSTOMER        PIC X(06) VALUE SPACES.
002740*
002750 01  DL700-MASTER-COUNT          PIC 9(07) COMP VALUE ZERO.
002760 01  DL700-MASTER-HASH           PIC S9(10)V99 COMP-3 VALUE ZERO.
002770 01  DL700-ACCOUNT-INTEREST      PIC S9(07)V99 COMP-3 VALUE ZERO.
002780 01  DL700-ACCOUNT-PENALTY       PIC S9(07)V99 COMP-3 VALUE ZERO.
002790*
002800 01  DL700-CUST-ACCOUNT-COUNT    PIC 9(05) COMP VALUE ZERO.
002810 01  DL700-CUST-INTEREST-TOTAL   PIC S9(09)V99 COMP-3 VALUE ZERO.
002820 01  DL700-CUST-PENALTY-TOTAL    PIC S9(09)V99 COMP-3 VALUE ZERO.
002830 01  DL700-NOT-LISTED-COUNT      PIC 9(05) COMP VALUE ZERO.
002840*
002850 01  DL700-ACCOUNT-TABLE.
002860     05  DL700-ACCOUNT-ENTRY     OCCURS 20 TIMES
002870                                 INDEXED BY DL700-ACCT-IX.
002880         10  DAT-ACCOUNT-ID      PIC X(10).
002890         10  DAT-INTEREST        PIC S9(07)V99 COMP-3.
002900*
002910 01  DL700-RELEASED-COUNT        PIC 9(07) COMP VALUE ZERO.
002920 01  DL700-RELEASED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002930 01  DL700-REPORTED-COUNT        PIC 9(07) COMP VALUE ZERO.
002940 01  DL700-REPORTED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002950 01  DL700-REPORTED-PENALTY      PIC S9(11)V99 COMP-3 VALUE ZERO.
002960 01  DL700-BELOW-COUNT           PIC 9(07) COMP VALUE ZERO.
002970 01  DL700-BELOW-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
002980 01  DL700-EXEMPT-COUNT          PIC 9(07) COMP VALUE ZERO.
002990 01  DL700-EXEMPT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
003000 01  DL700-EXCEPTION-COUNT       PIC 9(07) COMP VALUE ZERO.
003010 01  DL700-EXCEPTION-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
003020 01  DL700-NO-TIN-COUNT          PIC 9(07) COMP VALUE ZERO.
003030 01  DL700-BACKUP-COUNT          PIC 9(07) COMP VALUE ZERO.
003040 01  DL700-DISPOSED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
003050*
003060 01  DL700-B-RECORD-COUNT        PIC 9(08) COMP VALUE ZERO.
003070 01  DL700-B-RECORD-TOTAL        PIC 9(16)V99 COMP-3 VALUE ZERO.
003080 01  DL700-B-PENALTY-TOTAL       PIC 9(16)V99 COMP-3 VALUE ZERO.
003090 01  DL700-RECORD-SEQUENCE       PIC 9(08) COMP VALUE ZERO.
003100*
003110 01  DL700-MASKED-TIN.
003120     05  FILLER                  PIC X(05) VALUE "*****".
003130     05  DL700-MASKED-LAST-FOUR  PIC X(04) VALUE SPACES.
003140*
003150* ---------------------------------------------------------------
003160* RECIPIENT COPY (SAV1099) PRINT LINES.
003170* ---------------------------------------------------------------
003180 01  DL700-COPY-TITLE-LINE.
003190     05  FILLER                  PIC X(36) VALUE
003200         "FORM 1099-INT  INTEREST INCOME".
003210     05  FILLER                  PIC X(09) VALUE "TAX YEAR ".
003220     05  DCT-TAX-YEAR            PIC 9(04).
003230     05  FILLER                  PIC X(11) VALUE SPACES.
003240     05  FILLER                  PIC X(20) VALUE
003250         "COPY B FOR RECIPIENT".
003260*
003270 01  DL700-COPY-RULE-LINE        PIC X(80) VALUE ALL "-".
003280*
003290 01  DL700-COPY-LABEL-LINE.
003300     05  DCL-LABEL               PIC X(22).
003310     05  DCL-TEXT                PIC X(58).
003320*
003330 01  DL700-COPY-ACCOUNT-HEAD.
003340     05  FILLER                  PIC X(22) VALUE
003350         "ACCOUNTS INCLUDED".
003360     05  FILLER                  PIC X(10) VALUE "ACCOUNT ID".
003370     05  FILLER                  PIC X(15) VALUE
003380         "       INTEREST".
003390     05  FILLER                  PIC X(33) VALUE SPACES.
003400*
003410 01  DL700-COPY-ACCOUNT-LINE.
003420     05  FILLER                  PIC X(22) VALUE SPACES.
003430     05  DCA-ACCOUNT-ID          PIC X(10).
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  DCA-INTEREST            PIC ZZ,ZZZ,ZZ9.99.
003460     05  FILLER                  PIC X(33) VALUE SPACES.
003470*
003480 01  DL700-COPY-MORE-LINE.
003490     05  FILLER                  PIC X(22) VALUE SPACES.
003500     05  FILLER                  PIC X(04) VALUE "AND ".
003510     05  DCM-MORE-COUNT          PIC ZZZZ9.
003520     05  FILLER                  PIC X(49) VALUE
003530         " MORE ACCOUNTS, INCLUDED IN BOX 1".
003540*
003550 01  DL700-COPY-BOX-LINE.
003560     05  DCB-LABEL               PIC X(34).
003570     05  DCB-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
003580     05  FILLER                  PIC X(33) VALUE SPACES.
003590*
003600 01  DL700-COPY-NOTICE-LINE-1.
003610     05  FILLER                  PIC X(40) VALUE
003620         "THIS IS IMPORTANT TAX INFORMATION AND IS".
003630     05  FILLER                  PIC X(40) VALUE
003640         " BEING FURNISHED TO THE IRS.".
003650*
003660* ---------------------------------------------------------------
003670* REGISTER (SAV1099R) PRINT LINES.
003680* ---------------------------------------------------------------
003690 01  DL700-REG-HEADING-LINE.
003700     05  FILLER                  PIC X(32) VALUE
003710         "1099-INT REGISTER      TAX YEAR ".
003720     05  DRH-TAX-YEAR            PIC 9(04).
003730     05  FILLER                  PIC X(11) VALUE
003740         "  RUN DATE ".
003750     05  DRH-RUN-DATE            PIC 9(08).
003760     05  FILLER                  PIC X(25) VALUE SPACES.
003770*
003780 01  DL700-REG-RULE-LINE         PIC X(80) VALUE ALL "-".
003790*
003800 01  DL700-REG-COLUMN-LINE.
003810     05  FILLER                  PIC X(07) VALUE "CUST".
003820     05  FILLER                  PIC X(23) VALUE "NAME".
003830     05  FILLER                  PIC X(10) VALUE "TIN".
003840     05  FILLER                  PIC X(06) VALUE "ACCTS".
003850     05  FILLER                  PIC X(14) VALUE
003860         "      INTEREST".
003870     05  FILLER                  PIC X(01) VALUE SPACES.
003880     05  FILLER                  PIC X(19) VALUE "DISPOSITION".
003890*
003900 01  DL700-REG-DETAIL-LINE.
003910     05  DRD-CUSTOMER-NUMBER     PIC X(06).
003920     05  FILLER                  PIC X(01) VALUE SPACES.
003930     05  DRD-CUSTOMER-NAME       PIC X(22).
003940     05  FILLER                  PIC X(01) VALUE SPACES.
003950     05  DRD-TIN                 PIC X(09).
003960     05  FILLER                  PIC X(01) VALUE SPACES.
003970     05  DRD-ACCOUNT-COUNT       PIC ZZZZ9.
003980     05  FILLER                  PIC X(01) VALUE SPACES.
003990     05  DRD-INTEREST            PIC ZZ,ZZZ,ZZ9.99.
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  DRD-DISPOSITION         PIC X(19).
004020*
004030 01  DL700-REG-TOTAL-LINE.
004040     05  DRT-LABEL               PIC X(34).
004050     05  DRT-COUNT               PIC ZZZZZZ9.
004060     05  FILLER                  PIC X(02) VALUE SPACES.
004070     05  DRT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
004080     05  FILLER                  PIC X(21) VALUE SPACES.
004090*
004100 01  DL700-REG-MESSAGE-LINE.
004110     05  DRM-MESSAGE             PIC X(80).
004120*
004130* ---------------------------------------------------------------
004140* IRS ELECTRONIC FILE RECORDS, PUBLICATION 1220 750-BYTE LAYOUT.
004150* AMOUNTS ARE RIGHT-JUSTIFIED, ZERO-FILLED, IN CENTS WITH NO
004160* DECIMAL POINT. POSITIONS ARE GIVEN AT THE RIGHT.
004170* ---------------------------------------------------------------
004180 01  DL700-T-RECORD.
004190     05  FILLER                  PIC X(01) VALUE "T".
004200     05  DTR-PAYMENT-YEAR        PIC 9(04).
004210     05  DTR-PRIOR-YEAR-IND      PIC X(01) VALUE SPACE.
004220     05  DTR-TRANSMITTER-TIN     PIC X(09).
004230     05  DTR-TCC                 PIC X(05).
004240     05  FILLER                  PIC X(07) VALUE SPACES.
004250     05  DTR-TEST-FILE-IND       PIC X(01) VALUE SPACE.
004260     05  DTR-FOREIGN-IND         PIC X(01) VALUE SPACE.
004270     05  DTR-TRANSMITTER-NAME    PIC X(40).
004280     05  DTR-TRANSMITTER-NAME-2  PIC X(40) VALUE SPACES.
004290     05  DTR-COMPANY-NAME        PIC X(40).
004300     05  DTR-COMPANY-NAME-2      PIC X(40) VALUE SPACES.
004310     05  DTR-COMPANY-ADDRESS     PIC X(40).
004320     05  DTR-COMPANY-CITY        PIC X(40).
004330     05  DTR-COMPANY-STATE       PIC X(02).
004340     05  DTR-COMPANY-ZIP         PIC X(09).
004350     05  FILLER                  PIC X(15) VALUE SPACES.
004360     05  DTR-TOTAL-PAYEES        PIC 9(08).
004370     05  DTR-CONTACT-NAME        PIC X(40).
004380     05  DTR-CONTACT-PHONE       PIC X(15).
004390     05  DTR-CONTACT-EMAIL       PIC X(50).
004400     05  FILLER                  PIC X(91) VALUE SPACES.
004410     05  DTR-SEQUENCE            PIC 9(08).
004420     05  FILLER                  PIC X(10) VALUE SPACES.
004430     05  DTR-VENDOR-IND          PIC X(01) VALUE "I".
004440     05  FILLER                  PIC X(232) VALUE SPACES.
004450*
004460 01  DL700-A-RECORD.
004470     05  FILLER                  PIC X(01) VALUE "A".
004480     05  DAR-PAYMENT-YEAR        PIC 9(04).
004490     05  DAR-COMBINED-FED-STATE  PIC X(01) VALUE SPACE.
004500     05  FILLER                  PIC X(05) VALUE SPACES.
004510     05  DAR-PAYER-TIN           PIC X(09).
004520     05  DAR-NAME-CONTROL        PIC X(04).
004530     05  DAR-LAST-FILING-IND     PIC X(01) VALUE SPACE.
004540     05  DAR-RETURN-TYPE         PIC X(02) VALUE "6 ".
004550     05  DAR-AMOUNT-CODES        PIC X(18) VALUE "12".
004560     05  FILLER                  PIC X(06) VALUE SPACES.
004570     05  DAR-FOREIGN-IND         PIC X(01) VALUE SPACE.
004580     05  DAR-PAYER-NAME          PIC X(40).
004590     05  DAR-PAYER-NAME-2        PIC X(40) VALUE SPACES.
004600     05  DAR-TRANSFER-AGENT-IND  PIC X(01) VALUE "0".
004610     05  DAR-PAYER-ADDRESS       PIC X(40).
004620     05  DAR-PAYER-CITY          PIC X(40).
004630     05  DAR-PAYER-STATE         PIC X(02).
004640     05  DAR-PAYER-ZIP           PIC X(09).
004650     05  DAR-PAYER-PHONE         PIC X(15).
004660     05  FILLER                  PIC X(260) VALUE SPACES.
004670     05  DAR-SEQUENCE            PIC 9(08).
004680     05  FILLER                  PIC X(243) VALUE SPACES.
004690*
004700 01  DL700-B-RECORD.
004710     05  FILLER                  PIC X(01) VALUE "B".
004720     05  DBR-PAYMENT-YEAR        PIC 9(04).
004730     05  DBR-CORRECTED-IND       PIC X(01) VALUE SPACE.
004740     05  DBR-NAME-CONTROL        PIC X(04) VALUE SPACES.
004750     05  DBR-TIN-TYPE            PIC X(01).
004760     05  DBR-PAYEE-TIN           PIC X(09).
004770     05  DBR-ACCOUNT-NUMBER      PIC X(20).
004780     05  DBR-OFFICE-CODE         PIC X(04) VALUE SPACES.
004790     05  FILLER                  PIC X(10) VALUE SPACES.
004800     05  DBR-AMOUNT-1            PIC 9(10)V99.
004810     05  DBR-AMOUNT-2            PIC 9(10)V99.
004820     05  DBR-OTHER-AMOUNTS       PIC X(168) VALUE ALL "0".
004830     05  DBR-FOREIGN-IND         PIC X(01) VALUE SPACE.
004840     05  DBR-PAYEE-NAME          PIC X(40).
004850     05  DBR-PAYEE-NAME-2        PIC X(40) VALUE SPACES.
004860     05  DBR-PAYEE-ADDRESS       PIC X(40).
004870     05  FILLER                  PIC X(40) VALUE SPACES.
004880     05  DBR-PAYEE-CITY          PIC X(40).
004890     05  DBR-PAYEE-STATE         PIC X(02).
004900     05  DBR-PAYEE-ZIP           PIC X(09).
004910     05  FILLER                  PIC X(41) VALUE SPACES.
004920     05  DBR-SEQUENCE            PIC 9(08).
004930     05  FILLER                  PIC X(36) VALUE SPACES.
004940     05  DBR-SECOND-TIN-NOTICE   PIC X(01) VALUE SPACE.
004950     05  FILLER                  PIC X(42) VALUE SPACES.
004960     05  DBR-FATCA-IND           PIC X(01) VALUE SPACE.
004970     05  FILLER                  PIC X(75) VALUE SPACES.
004980     05  DBR-SPECIAL-DATA        PIC X(60) VALUE SPACES.
004990     05  DBR-STATE-TAX-WITHHELD  PIC 9(10)V99 VALUE ZERO.
005000     05  DBR-LOCAL-TAX-WITHHELD  PIC 9(10)V99 VALUE ZERO.
005010     05  DBR-COMBINED-STATE-CODE PIC X(02) VALUE SPACES.
005020     05  FILLER                  PIC X(02) VALUE SPACES.
005030*
005040 01  DL700-C-RECORD.
005050     05  FILLER                  PIC X(01) VALUE "C".
005060     05  DCR-PAYEE-COUNT         PIC 9(08).
005070     05  FILLER                  PIC X(06) VALUE SPACES.
005080     05  DCR-CONTROL-TOTAL-1     PIC 9(16)V99.
005090     05  DCR-CONTROL-TOTAL-2     PIC 9(16)V99.
005100     05  DCR-OTHER-TOTALS        PIC X(252) VALUE ALL "0".
005110     05  FILLER                  PIC X(196) VALUE SPACES.
005120     05  DCR-SEQUENCE            PIC 9(08).
005130     05  FILLER                  PIC X(243) VALUE SPACES.
005140*
005150 01  DL700-F-RECORD.
005160     05  FILLER                  PIC X(01) VALUE "F".
005170     05  DFR-A-RECORD-COUNT      PIC 9(08).
005180     05  FILLER                  PIC X(21) VALUE ALL "0".
005190     05  FILLER                  PIC X(19) VALUE SPACES.
005200     05  DFR-TOTAL-PAYEES        PIC 9(08).
005210     05  FILLER                  PIC X(442) VALUE SPACES.
005220     05  DFR-SEQUENCE            PIC 9(08).
005230     05  FILLER                  PIC X(243) VALUE SPACES.
005240*
005250 PROCEDURE DIVISION.
005260*
005270 0000-MAINLINE.
005280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005290     SORT SORT-WORK-FILE
005300         ON ASCENDING KEY SWR-CUSTOMER-NUMBER SWR-ACCOUNT-ID
005310         INPUT PROCEDURE IS 1500-RELEASE-ACCOUNTS THRU 1500-EXIT
005320         OUTPUT PROCEDURE IS 2000-PRODUCE-FORMS THRU 2000-EXIT.
005330     PERFORM 8000-WRITE-IRS-FILE THRU 8000-EXIT.
005340     PERFORM 9000-WRAPUP THRU 9000-EXIT.
005350     STOP RUN.
005360*
005370* ---------------------------------------------------------------
005380* 1000-INITIALIZE SETTLES THE TAX YEAR, READS THE PAYER CONTROL
005390* RECORD, AND OPENS THE CUSTOMER MASTER AND THE OUTPUT FILES.
005400* THE TAX YEAR MUST BE OVER: A RUN FOR THE CURRENT YEAR WOULD
005410* REPORT A PART YEAR AND IS REFUSED.
005420* ---------------------------------------------------------------
005430 1000-INITIALIZE.
005440     ACCEPT DL700-RUN-DATE FROM DATE YYYYMMDD.
005450     COMPUTE DL700-RUN-YEAR = DL700-RUN-DATE / 10000.
005460     ACCEPT DL700-COMMAND-LINE-PARM FROM COMMAND-LINE.
005470     IF DL700-COMMAND-LINE-PARM (1:4) IS NUMERIC
005480         MOVE DL700-COMMAND-LINE-PARM (1:4) TO DL700-TAX-YEAR
005490     ELSE
005500         COMPUTE DL700-TAX-YEAR = DL700-RUN-YEAR - 1
005510     END-IF.
005520     IF DL700-TAX-YEAR NOT < DL700-RUN-YEAR
005530         DISPLAY "1099-INT REFUSED: TAX YEAR " DL700-TAX-YEAR
005540             " HAS NOT ENDED."
005550         MOVE 8 TO RETURN-CODE
005560         STOP RUN
005570     END-IF.
005580     COMPUTE DL700-NEXT-YEAR = DL700-TAX-YEAR + 1.
005590     DISPLAY "1099-INT RUN FOR TAX YEAR " DL700-TAX-YEAR.
005600     OPEN INPUT TAXPAYER-CONTROL-FILE.
005610     IF DL700-PAYER-FILE-STATUS NOT = "00"
005620         DISPLAY "TAXPAYR OPEN FAILED, STATUS = "
005630             DL700-PAYER-FILE-STATUS
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF.
005670     READ TAXPAYER-CONTROL-FILE
005680         AT END
005690             DISPLAY "TAXPAYR HOLDS NO PAYER CONTROL RECORD"
005700             MOVE 16 TO RETURN-CODE
005710             STOP RUN
005720     END-READ.
005730     CLOSE TAXPAYER-CONTROL-FILE.
005740     IF TPR-PAYER-TIN NOT NUMERIC
005750         DISPLAY "TAXPAYR PAYER TIN IS NOT NINE DIGITS"
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     OPEN INPUT CUSTOMER-MASTER-FILE.
005800     IF DL700-CUST-FILE-STATUS NOT = "00" AND
005810             DL700-CUST-FILE-STATUS NOT = "05"
005820         DISPLAY "CUSTMAST OPEN FAILED, STATUS = "
005830             DL700-CUST-FILE-STATUS
005840         MOVE 16 TO RETURN-CODE
005850         STOP RUN
005860     END-IF.
005870     OPEN OUTPUT RECIPIENT-COPY-FILE.
005880     IF DL700-COPY-FILE-STATUS NOT = "00"
005890         DISPLAY "SAV1099 OPEN FAILED, STATUS = "
005900             DL700-COPY-FILE-STATUS
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940     OPEN OUTPUT REGISTER-FILE.
005950     IF DL700-REGISTER-FILE-STATUS NOT = "00"
005960         DISPLAY "SAV1099R OPEN FAILED, STATUS = "
005970             DL700-REGISTER-FILE-STATUS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006010     OPEN OUTPUT IRS-WORK-FILE.
006020     IF DL700-WORK-FILE-STATUS NOT = "00"
006030         DISPLAY "SAV1099W OPEN FAILED, STATUS = "
006040             DL700-WORK-FILE-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     MOVE DL700-TAX-YEAR TO DRH-TAX-YEAR.
006090     MOVE DL700-RUN-DATE TO DRH-RUN-DATE.
006100     WRITE REGISTER-RECORD FROM DL700-REG-HEADING-LINE.
006110     WRITE REGISTER-RECORD FROM DL700-REG-RULE-LINE.
006120     WRITE REGISTER-RECORD FROM DL700-REG-COLUMN-LINE.
006130 1000-EXIT.
006140     EXIT.
006150*
006160* ---------------------------------------------------------------
006170* 1500-RELEASE-ACCOUNTS IS THE SORT INPUT PROCEDURE. IT READS
006180* THE WHOLE ACCOUNT MASTER, PROVES IT TO ITS TRAILER, AND
006190* RELEASES EVERY ACCOUNT THAT EARNED INTEREST IN THE TAX YEAR.
006200* ---------------------------------------------------------------
006210 1500-RELEASE-ACCOUNTS.
006220     OPEN INPUT SAVINGS-ACCOUNT-FILE.
006230     IF DL700-ACCOUNT-FILE-STATUS NOT = "00"
006240         DISPLAY "SAVACCT OPEN FAILED, STATUS = "
006250             DL700-ACCOUNT-FILE-STATUS
006260         MOVE 16 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006290     PERFORM 1600-READ-ACCOUNT-RECORD THRU 1600-EXIT
006300         UNTIL DL700-END-OF-ACCOUNT-FILE.
006310     CLOSE SAVINGS-ACCOUNT-FILE.
006320     PERFORM 1800-VERIFY-ACCOUNT-TRAILER THRU 1800-EXIT.
006330 1500-EXIT.
006340     EXIT.
006350*
006360 1600-READ-ACCOUNT-RECORD.
006370     READ SAVINGS-ACCOUNT-FILE
006380         AT END
006390             SET DL700-END-OF-ACCOUNT-FILE TO TRUE
006400             GO TO 1600-EXIT
006410     END-READ.
006420     IF SAR-ACCOUNT-ID = DL700-TRAILER-ID
006430         SET DL700-TRAILER-FOUND TO TRUE
006440         SET DL700-END-OF-ACCOUNT-FILE TO TRUE
006450         GO TO 1600-EXIT
006460     END-IF.
006470     ADD 1 TO DL700-MASTER-COUNT.
006480     ADD SAR-BALANCE TO DL700-MASTER-HASH.
006490     PERFORM 1700-RELEASE-ONE-ACCOUNT THRU 1700-EXIT.
006500 1600-EXIT.
006510     EXIT.
006520*
006530* ---------------------------------------------------------------
006540* 1700-RELEASE-ONE-ACCOUNT PICKS THE TAX YEAR'S INTEREST AND
006550* EARLY-WITHDRAWAL PENALTY OFF THE ACCOUNT. WHILE THE ACCOUNT HAS
006560* NOT YET BEEN POSTED IN THE NEW YEAR THE YEAR-TO-DATE FIGURES
006570* ARE STILL THE TAX YEAR'S; ONCE IT HAS, THE TAX YEAR'S FIGURES
006580* HAVE MOVED TO THE PRIOR-YEAR FIELDS.
006590* ---------------------------------------------------------------
006600 1700-RELEASE-ONE-ACCOUNT.
006610     MOVE ZERO TO DL700-ACCOUNT-INTEREST.
006620     MOVE ZERO TO DL700-ACCOUNT-PENALTY.
006630     IF SAR-YTD-INTEREST-YEAR = DL700-TAX-YEAR
006640         MOVE SAR-YTD-INTEREST TO DL700-ACCOUNT-INTEREST
006650         MOVE SAR-YTD-PENALTY TO DL700-ACCOUNT-PENALTY
006660     END-IF.
006670     IF SAR-YTD-INTEREST-YEAR = DL700-NEXT-YEAR
006680         MOVE SAR-PRIOR-YEAR-INTEREST TO DL700-ACCOUNT-INTEREST
006690         MOVE SAR-PRIOR-YEAR-PENALTY TO DL700-ACCOUNT-PENALTY
006700     END-IF.
006710     IF DL700-ACCOUNT-INTEREST NOT > ZERO AND
006720             DL700-ACCOUNT-PENALTY NOT > ZERO
006730         GO TO 1700-EXIT
006740     END-IF.
006750     MOVE SAR-CUSTOMER-NUMBER TO SWR-CUSTOMER-NUMBER.
006760     MOVE SAR-ACCOUNT-ID TO SWR-ACCOUNT-ID.
006770     MOVE DL700-ACCOUNT-INTEREST TO SWR-INTEREST.
006780     MOVE DL700-ACCOUNT-PENALTY TO SWR-PENALTY.
006790     ADD 1 TO DL700-RELEASED-COUNT.
006800     ADD DL700-ACCOUNT-INTEREST TO DL700-RELEASED-TOTAL.
006810     RELEASE SORT-WORK-RECORD.
006820 1700-EXIT.
006830     EXIT.
006840*
006850 1800-VERIFY-ACCOUNT-TRAILER.
006860     IF NOT DL700-TRAILER-FOUND
006870         DISPLAY "SAVACCT TRAILER RECORD MISSING"
006880         MOVE 16 TO RETURN-CODE
006890         STOP RUN
006900     END-IF.
006910     IF SAT-RECORD-COUNT NOT = DL700-MASTER-COUNT OR
006920             SAT-HASH-AMOUNT NOT = DL700-MASTER-HASH
006930         DISPLAY "SAVACCT DOES NOT PROVE TO ITS TRAILER: COUNT "
006940             DL700-MASTER-COUNT " TRAILER " SAT-RECORD-COUNT
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF.
006980 1800-EXIT.
006990     EXIT.
007000*
007010* ---------------------------------------------------------------
007020* 2000-PRODUCE-FORMS IS THE SORT OUTPUT PROCEDURE. IT
007030* CONTROL-BREAKS ON CUSTOMER NUMBER, HOLDING THE CUSTOMER'S
007040* ACCOUNTS UNTIL THE BREAK, WHEN THE TOTAL DECIDES WHETHER THE
007050* CUSTOMER IS REPORTED.
007060* ---------------------------------------------------------------
007070 2000-PRODUCE-FORMS.
007080     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
007090         UNTIL DL700-END-OF-SORT-FILE.
007100     IF DL700-NOT-FIRST-CUSTOMER
007110         PERFORM 2400-END-CUSTOMER THRU 2400-EXIT
007120     END-IF.
007130 2000-EXIT.
007140     EXIT.
007150*
007160 2100-RETURN-SORTED-RECORD.
007170     RETURN SORT-WORK-FILE
007180         AT END
007190             SET DL700-END-OF-SORT-FILE TO TRUE
007200     END-RETURN.
007210     IF DL700-MORE-SORT-RECORDS
007220         PERFORM 2200-PROCESS-SORTED-RECORD THRU 2200-EXIT
007230     END-IF.
007240 2100-EXIT.
007250     EXIT.
007260*
007270 2200-PROCESS-SORTED-RECORD.
007280     IF DL700-FIRST-CUSTOMER
007290         PERFORM 2300-START-NEW-CUSTOMER THRU 2300-EXIT
007300     ELSE
007310         IF SWR-CUSTOMER-NUMBER NOT = DL700-PRIOR-CUSTOMER
007320             PERFORM 2400-END-CUSTOMER THRU 2400-EXIT
007330             PERFORM 2300-START-NEW-CUSTOMER THRU 2300-EXIT
007340         END-IF
007350     END-IF.
007360     ADD 1 TO DL700-CUST-ACCOUNT-COUNT.
007370     ADD SWR-INTEREST TO DL700-CUST-INTEREST-TOTAL.
007380     ADD SWR-PENALTY TO DL700-CUST-PENALTY-TOTAL.
007390     IF DL700-CUST-ACCOUNT-COUNT > DL700-ACCOUNT-LINE-LIMIT
007400         ADD 1 TO DL700-NOT-LISTED-COUNT
007410     ELSE
007420         SET DL700-ACCT-IX TO DL700-CUST-ACCOUNT-COUNT
007430         MOVE SWR-ACCOUNT-ID TO DAT-ACCOUNT-ID (DL700-ACCT-IX)
007440         MOVE SWR-INTEREST TO DAT-INTEREST (DL700-ACCT-IX)
007450     END-IF.
007460 2200-EXIT.
007470     EXIT.
007480*
007490 2300-START-NEW-CUSTOMER.
007500     MOVE SWR-CUSTOMER-NUMBER TO DL700-PRIOR-CUSTOMER.
007510     SET DL700-NOT-FIRST-CUSTOMER TO TRUE.
007520     MOVE ZERO TO DL700-CUST-ACCOUNT-COUNT.
007530     MOVE ZERO TO DL700-CUST-INTEREST-TOTAL.
007540     MOVE ZERO TO DL700-CUST-PENALTY-TOTAL.
007550     MOVE ZERO TO DL700-NOT-LISTED-COUNT.
007560 2300-EXIT.
007570     EXIT.
007580*
007590* ---------------------------------------------------------------
007600* 2400-END-CUSTOMER DECIDES THE CUSTOMER'S DISPOSITION, PRODUCES
007610* THE RECIPIENT COPY AND THE IRS "B" RECORD WHEN REPORTED, AND
007620* LISTS THE CUSTOMER ON THE REGISTER.
007630* ---------------------------------------------------------------
007640 2400-END-CUSTOMER.
007650     PERFORM 2450-CLASSIFY-CUSTOMER THRU 2450-EXIT.
007660     IF DL700-DISP-REPORTED
007670         PERFORM 2500-WRITE-RECIPIENT-COPY THRU 2500-EXIT
007680         PERFORM 2600-WRITE-B-RECORD THRU 2600-EXIT
007690     END-IF.
007700     PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
007710 2400-EXIT.
007720     EXIT.
007730*
007740 2450-CLASSIFY-CUSTOMER.
007750     SET DL700-CUSTOMER-NOT-ON-FILE TO TRUE.
007760     MOVE SPACES TO CUSTOMER-MASTER-RECORD.
007770     IF DL700-PRIOR-CUSTOMER = SPACES
007780         SET DL700-DISP-EXCEPTION TO TRUE
007790         GO TO 2450-EXIT
007800     END-IF.
007810     MOVE DL700-PRIOR-CUSTOMER TO CMR-CUSTOMER-NUMBER.
007820     READ CUSTOMER-MASTER-FILE
007830         INVALID KEY
007840             MOVE SPACES TO CUSTOMER-MASTER-RECORD
007850             SET DL700-DISP-EXCEPTION TO TRUE
007860             GO TO 2450-EXIT
007870     END-READ.
007880     SET DL700-CUSTOMER-ON-FILE TO TRUE.
007890     IF CMR-EXEMPT-RECIPIENT
007900         SET DL700-DISP-EXEMPT TO TRUE
007910         GO TO 2450-EXIT
007920     END-IF.
007930     IF DL700-CUST-INTEREST-TOTAL < DL700-REPORTING-THRESHOLD
007940             AND DL700-CUST-PENALTY-TOTAL NOT > ZERO
007950             AND NOT CMR-BACKUP-WITHHOLDING
007960         SET DL700-DISP-BELOW-THRESHOLD TO TRUE
007970         GO TO 2450-EXIT
007980     END-IF.
007990     SET DL700-DISP-REPORTED TO TRUE.
008000 2450-EXIT.
008010     EXIT.
008020*
008030* ---------------------------------------------------------------
008040* 2500-WRITE-RECIPIENT-COPY PRINTS COPY B FOR THE RECIPIENT:
008050* PAYER, RECIPIENT (TAXPAYER ID MASKED TO THE LAST FOUR DIGITS),
008060* THE ACCOUNTS THAT MAKE UP BOX 1, AND BOXES 1, 2 AND 4.
008070* ---------------------------------------------------------------
008080 2500-WRITE-RECIPIENT-COPY.
008090     MOVE DL700-TAX-YEAR TO DCT-TAX-YEAR.
008100     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-TITLE-LINE.
008110     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-RULE-LINE.
008120     MOVE "PAYER" TO DCL-LABEL.
008130     MOVE TPR-PAYER-NAME TO DCL-TEXT.
008140     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008150     MOVE SPACES TO DCL-LABEL.
008160     MOVE TPR-PAYER-ADDRESS TO DCL-TEXT.
008170     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008180     MOVE SPACES TO DCL-TEXT.
008190     STRING TPR-PAYER-CITY DELIMITED BY "  "
008200         " " TPR-PAYER-STATE " " TPR-PAYER-ZIP
008210         DELIMITED BY SIZE INTO DCL-TEXT.
008220     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008230     MOVE TPR-PAYER-PHONE TO DCL-TEXT.
008240     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008250     MOVE "PAYER'S TIN" TO DCL-LABEL.
008260     MOVE TPR-PAYER-TIN TO DCL-TEXT.
008270     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008280     MOVE "RECIPIENT'S TIN" TO DCL-LABEL.
008290     IF CMR-TAXPAYER-ID = SPACES
008300         MOVE "NOT ON FILE" TO DCL-TEXT
008310     ELSE
008320         MOVE CMR-TAXPAYER-ID (6:4) TO DL700-MASKED-LAST-FOUR
008330         MOVE DL700-MASKED-TIN TO DCL-TEXT
008340     END-IF.
008350     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008360     MOVE "RECIPIENT" TO DCL-LABEL.
008370     MOVE CMR-CUSTOMER-NAME TO DCL-TEXT.
008380     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008390     MOVE SPACES TO DCL-LABEL.
008400     MOVE CMR-STREET-ADDRESS TO DCL-TEXT.
008410     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008420     MOVE SPACES TO DCL-TEXT.
008430     STRING CMR-CITY DELIMITED BY "  "
008440         " " CMR-STATE " " CMR-ZIP-CODE
008450         DELIMITED BY SIZE INTO DCL-TEXT.
008460     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008470     MOVE "ACCOUNT NUMBER" TO DCL-LABEL.
008480     MOVE CMR-CUSTOMER-NUMBER TO DCL-TEXT.
008490     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-LABEL-LINE.
008500     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-RULE-LINE.
008510     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-ACCOUNT-HEAD.
008520     PERFORM 2550-WRITE-COPY-ACCOUNT THRU 2550-EXIT
008530         VARYING DL700-ACCT-IX FROM 1 BY 1
008540         UNTIL DL700-ACCT-IX > DL700-CUST-ACCOUNT-COUNT
008550         OR DL700-ACCT-IX > DL700-ACCOUNT-LINE-LIMIT.
008560     IF DL700-NOT-LISTED-COUNT > ZERO
008570         MOVE DL700-NOT-LISTED-COUNT TO DCM-MORE-COUNT
008580         WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-MORE-LINE
008590     END-IF.
008600     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-RULE-LINE.
008610     MOVE "1  INTEREST INCOME" TO DCB-LABEL.
008620     MOVE DL700-CUST-INTEREST-TOTAL TO DCB-AMOUNT.
008630     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-BOX-LINE.
008640     MOVE "2  EARLY WITHDRAWAL PENALTY" TO DCB-LABEL.
008650     MOVE DL700-CUST-PENALTY-TOTAL TO DCB-AMOUNT.
008660     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-BOX-LINE.
008670     MOVE "4  FEDERAL INCOME TAX WITHHELD" TO DCB-LABEL.
008680     MOVE ZERO TO DCB-AMOUNT.
008690     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-BOX-LINE.
008700     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-RULE-LINE.
008710     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-NOTICE-LINE-1.
008720     MOVE SPACES TO RECIPIENT-COPY-RECORD.
008730     WRITE RECIPIENT-COPY-RECORD.
008740     WRITE RECIPIENT-COPY-RECORD.
008750 2500-EXIT.
008760     EXIT.
008770*
008780 2550-WRITE-COPY-ACCOUNT.
008790     MOVE DAT-ACCOUNT-ID (DL700-ACCT-IX) TO DCA-ACCOUNT-ID.
008800     MOVE DAT-INTEREST (DL700-ACCT-IX) TO DCA-INTEREST.
008810     WRITE RECIPIENT-COPY-RECORD FROM DL700-COPY-ACCOUNT-LINE.
008820 2550-EXIT.
008830     EXIT.
008840*
008850* ---------------------------------------------------------------
008860* 2600-WRITE-B-RECORD BUILDS THE PAYEE'S "B" RECORD ON THE WORK
008870* FILE. THE SEQUENCE NUMBER IS FILLED IN WHEN THE WORK FILE IS
008880* COPIED TO IRSFILE. THE CUSTOMER NUMBER IS THE ACCOUNT NUMBER
008890* FOR THE PAYEE, SINCE ONE FORM COVERS ALL OF THEIR ACCOUNTS.
008900* ---------------------------------------------------------------
008910 2600-WRITE-B-RECORD.
008920     MOVE DL700-TAX-YEAR TO DBR-PAYMENT-YEAR.
008930     MOVE SPACE TO DBR-TIN-TYPE.
008940     IF CMR-TIN-IS-EIN
008950         MOVE "1" TO DBR-TIN-TYPE
008960     END-IF.
008970     IF CMR-TIN-IS-SSN
008980         MOVE "2" TO DBR-TIN-TYPE
008990     END-IF.
009000     MOVE CMR-TAXPAYER-ID TO DBR-PAYEE-TIN.
009010     MOVE CMR-CUSTOMER-NUMBER TO DBR-ACCOUNT-NUMBER.
009020     MOVE DL700-CUST-INTEREST-TOTAL TO DBR-AMOUNT-1.
009030     MOVE DL700-CUST-PENALTY-TOTAL TO DBR-AMOUNT-2.
009040     MOVE CMR-CUSTOMER-NAME TO DBR-PAYEE-NAME.
009050     MOVE CMR-STREET-ADDRESS TO DBR-PAYEE-ADDRESS.
009060     MOVE CMR-CITY TO DBR-PAYEE-CITY.
009070     MOVE CMR-STATE TO DBR-PAYEE-STATE.
009080     MOVE CMR-ZIP-CODE TO DBR-PAYEE-ZIP.
009090     MOVE ZERO TO DBR-SEQUENCE.
009100     WRITE IRS-WORK-RECORD FROM DL700-B-RECORD.
009110 2600-EXIT.
009120     EXIT.
009130*
009140 2700-WRITE-REGISTER-LINE.
009150     MOVE DL700-PRIOR-CUSTOMER TO DRD-CUSTOMER-NUMBER.
009160     MOVE CMR-CUSTOMER-NAME TO DRD-CUSTOMER-NAME.
009170     IF CMR-TAXPAYER-ID = SPACES
009180         MOVE SPACES TO DRD-TIN
009190     ELSE
009200         MOVE CMR-TAXPAYER-ID (6:4) TO DL700-MASKED-LAST-FOUR
009210         MOVE DL700-MASKED-TIN TO DRD-TIN
009220     END-IF.
009230     MOVE DL700-CUST-ACCOUNT-COUNT TO DRD-ACCOUNT-COUNT.
009240     MOVE DL700-CUST-INTEREST-TOTAL TO DRD-INTEREST.
009250     ADD DL700-CUST-INTEREST-TOTAL TO DL700-DISPOSED-TOTAL.
009260     EVALUATE TRUE
009270         WHEN DL700-DISP-REPORTED
009280             ADD 1 TO DL700-REPORTED-COUNT
009290             ADD DL700-CUST-INTEREST-TOTAL TO DL700-REPORTED-TOTAL
009300             ADD DL700-CUST-PENALTY-TOTAL
009310                 TO DL700-REPORTED-PENALTY
009320             MOVE "REPORTED" TO DRD-DISPOSITION
009330             IF CMR-BACKUP-WITHHOLDING
009340                 ADD 1 TO DL700-BACKUP-COUNT
009350                 MOVE "REPORTED-BACKUP WH" TO DRD-DISPOSITION
009360             END-IF
009370             IF CMR-TAXPAYER-ID = SPACES
009380                 ADD 1 TO DL700-NO-TIN-COUNT
009390                 MOVE "REPORTED-NO TIN" TO DRD-DISPOSITION
009400             END-IF
009410         WHEN DL700-DISP-BELOW-THRESHOLD
009420             ADD 1 TO DL700-BELOW-COUNT
009430             ADD DL700-CUST-INTEREST-TOTAL TO DL700-BELOW-TOTAL
009440             MOVE "BELOW $10.00" TO DRD-DISPOSITION
009450         WHEN DL700-DISP-EXEMPT
009460             ADD 1 TO DL700-EXEMPT-COUNT
009470             ADD DL700-CUST-INTEREST-TOTAL TO DL700-EXEMPT-TOTAL
009480             MOVE "EXEMPT RECIPIENT" TO DRD-DISPOSITION
009490         WHEN OTHER
009500             ADD 1 TO DL700-EXCEPTION-COUNT
009510             ADD DL700-CUST-INTEREST-TOTAL
009520                 TO DL700-EXCEPTION-TOTAL
009530             IF DL700-PRIOR-CUSTOMER = SPACES
009540                 MOVE "*NO CUSTOMER NUMBER" TO DRD-DISPOSITION
009550             ELSE
009560                 MOVE "*NOT ON CUSTMAST" TO DRD-DISPOSITION
009570             END-IF
009580     END-EVALUATE.
009590     WRITE REGISTER-RECORD FROM DL700-REG-DETAIL-LINE.
009600 2700-EXIT.
009610     EXIT.
009620*
009630* ---------------------------------------------------------------
009640* 8000-WRITE-IRS-FILE WRITES THE TRANSMISSION: "T", "A", THE "B"
009650* RECORDS FROM THE WORK FILE WITH THEIR SEQUENCE NUMBERS, "C",
009660* AND "F". THE "B" RECORDS ARE COUNTED AND TOTALLED (AMOUNTS 1
009670* AND 2) AS THEY ARE COPIED, AND THOSE FIGURES GO ON THE "C"
009680* RECORD.
009690* ---------------------------------------------------------------
009700 8000-WRITE-IRS-FILE.
009710     CLOSE IRS-WORK-FILE.
009720     OPEN INPUT IRS-WORK-FILE.
009730     IF DL700-WORK-FILE-STATUS NOT = "00"
009740         DISPLAY "SAV1099W REOPEN FAILED, STATUS = "
009750             DL700-WORK-FILE-STATUS
009760         MOVE 16 TO RETURN-CODE
009770         STOP RUN
009780     END-IF.
009790     OPEN OUTPUT IRS-FILE.
009800     IF DL700-IRS-FILE-STATUS NOT = "00"
009810         DISPLAY "IRSFILE OPEN FAILED, STATUS = "
009820             DL700-IRS-FILE-STATUS
009830         MOVE 16 TO RETURN-CODE
009840         STOP RUN
009850     END-IF.
009860     PERFORM 8100-WRITE-T-RECORD THRU 8100-EXIT.
009870     PERFORM 8200-WRITE-A-RECORD THRU 8200-EXIT.
009880     PERFORM 8300-COPY-B-RECORD THRU 8300-EXIT
009890         UNTIL DL700-END-OF-WORK-FILE.
009900     PERFORM 8400-WRITE-C-RECORD THRU 8400-EXIT.
009910     PERFORM 8500-WRITE-F-RECORD THRU 8500-EXIT.
009920     CLOSE IRS-WORK-FILE.
009930     CLOSE IRS-FILE.
009940 8000-EXIT.
009950     EXIT.
009960*
009970* ---------------------------------------------------------------
009980* 8100-WRITE-T-RECORD. THE BANK TRANSMITS ITS OWN RETURNS, SO
009990* THE TRANSMITTER AND THE PAYER ARE THE SAME. A TAX YEAR BEFORE
010000* LAST YEAR IS FLAGGED AS PRIOR-YEAR DATA.
010010* ---------------------------------------------------------------
010020 8100-WRITE-T-RECORD.
010030     ADD 1 TO DL700-RECORD-SEQUENCE.
010040     MOVE DL700-TAX-YEAR TO DTR-PAYMENT-YEAR.
010050     IF DL700-NEXT-YEAR < DL700-RUN-YEAR
010060         MOVE "P" TO DTR-PRIOR-YEAR-IND
010070     END-IF.
010080     MOVE TPR-PAYER-TIN TO DTR-TRANSMITTER-TIN.
010090     MOVE TPR-TCC TO DTR-TCC.
010100     IF TPR-TEST-FILE-IND = "T"
010110         MOVE "T" TO DTR-TEST-FILE-IND
010120     END-IF.
010130     MOVE TPR-PAYER-NAME TO DTR-TRANSMITTER-NAME.
010140     MOVE TPR-PAYER-NAME TO DTR-COMPANY-NAME.
010150     MOVE TPR-PAYER-ADDRESS TO DTR-COMPANY-ADDRESS.
010160     MOVE TPR-PAYER-CITY TO DTR-COMPANY-CITY.
010170     MOVE TPR-PAYER-STATE TO DTR-COMPANY-STATE.
010180     MOVE TPR-PAYER-ZIP TO DTR-COMPANY-ZIP.
010190     MOVE DL700-REPORTED-COUNT TO DTR-TOTAL-PAYEES.
010200     MOVE TPR-CONTACT-NAME TO DTR-CONTACT-NAME.
010210     MOVE TPR-PAYER-PHONE TO DTR-CONTACT-PHONE.
010220     MOVE TPR-CONTACT-EMAIL TO DTR-CONTACT-EMAIL.
010230     MOVE DL700-RECORD-SEQUENCE TO DTR-SEQUENCE.
010240     WRITE IRS-RECORD FROM DL700-T-RECORD.
010250 8100-EXIT.
010260     EXIT.
010270*
010280 8200-WRITE-A-RECORD.
010290     ADD 1 TO DL700-RECORD-SEQUENCE.
010300     MOVE DL700-TAX-YEAR TO DAR-PAYMENT-YEAR.
010310     MOVE TPR-PAYER-TIN TO DAR-PAYER-TIN.
010320     MOVE TPR-NAME-CONTROL TO DAR-NAME-CONTROL.
010330     MOVE TPR-PAYER-NAME TO DAR-PAYER-NAME.
010340     MOVE TPR-PAYER-ADDRESS TO DAR-PAYER-ADDRESS.
010350     MOVE TPR-PAYER-CITY TO DAR-PAYER-CITY.
010360     MOVE TPR-PAYER-STATE TO DAR-PAYER-STATE.
010370     MOVE TPR-PAYER-ZIP TO DAR-PAYER-ZIP.
010380     MOVE TPR-PAYER-PHONE TO DAR-PAYER-PHONE.
010390     MOVE DL700-RECORD-SEQUENCE TO DAR-SEQUENCE.
010400     WRITE IRS-RECORD FROM DL700-A-RECORD.
010410 8200-EXIT.
010420     EXIT.
010430*
010440 8300-COPY-B-RECORD.
010450     READ IRS-WORK-FILE
010460         AT END
010470             SET DL700-END-OF-WORK-FILE TO TRUE
010480             GO TO 8300-EXIT
010490     END-READ.
010500     MOVE IRS-WORK-RECORD TO DL700-B-RECORD.
010510     ADD 1 TO DL700-RECORD-SEQUENCE.
010520     MOVE DL700-RECORD-SEQUENCE TO DBR-SEQUENCE.
010530     ADD 1 TO DL700-B-RECORD-COUNT.
010540     ADD DBR-AMOUNT-1 TO DL700-B-RECORD-TOTAL.
010550     ADD DBR-AMOUNT-2 TO DL700-B-PENALTY-TOTAL.
010560     WRITE IRS-RECORD FROM DL700-B-RECORD.
010570 8300-EXIT.
010580     EXIT.
010590*
010600 8400-WRITE-C-RECORD.
010610     ADD 1 TO DL700-RECORD-SEQUENCE.
010620     MOVE DL700-B-RECORD-COUNT TO DCR-PAYEE-COUNT.
010630     MOVE DL700-B-RECORD-TOTAL TO DCR-CONTROL-TOTAL-1.
010640     MOVE DL700-B-PENALTY-TOTAL TO DCR-CONTROL-TOTAL-2.
010650     MOVE DL700-RECORD-SEQUENCE TO DCR-SEQUENCE.
010660     WRITE IRS-RECORD FROM DL700-C-RECORD.
010670 8400-EXIT.
010680     EXIT.
010690*
010700 8500-WRITE-F-RECORD.
010710     ADD 1 TO DL700-RECORD-SEQUENCE.
010720     MOVE 1 TO DFR-A-RECORD-COUNT.
010730     MOVE DL700-B-RECORD-COUNT TO DFR-TOTAL-PAYEES.
010740     MOVE DL700-RECORD-SEQUENCE TO DFR-SEQUENCE.
010750     WRITE IRS-RECORD FROM DL700-F-RECORD.
010760 8500-EXIT.
010770     EXIT.
010780*
010790* ---------------------------------------------------------------
010800* 9000-WRAPUP PRINTS THE REGISTER TOTALS AND PROVES THE RUN: THE
010810* INTEREST RELEASED FROM SAVACCT MUST EQUAL THE SUM OF THE
010820* DISPOSITIONS, AND THE REPORTED INTEREST AND PENALTY MUST EQUAL
010830* THE "C" RECORD CONTROL TOTALS 1 AND 2 (WITH ONE "B" RECORD PER
010840* REPORTED CUSTOMER).
010850* ---------------------------------------------------------------
010860 9000-WRAPUP.
010870     WRITE REGISTER-RECORD FROM DL700-REG-RULE-LINE.
010880     MOVE "INTEREST RELEASED FROM SAVACCT" TO DRT-LABEL.
010890     MOVE DL700-RELEASED-COUNT TO DRT-COUNT.
010900     MOVE DL700-RELEASED-TOTAL TO DRT-AMOUNT.
010910     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
010920     MOVE "CUSTOMERS REPORTED" TO DRT-LABEL.
010930     MOVE DL700-REPORTED-COUNT TO DRT-COUNT.
010940     MOVE DL700-REPORTED-TOTAL TO DRT-AMOUNT.
010950     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
010960     MOVE "CUSTOMERS BELOW THRESHOLD" TO DRT-LABEL.
010970     MOVE DL700-BELOW-COUNT TO DRT-COUNT.
010980     MOVE DL700-BELOW-TOTAL TO DRT-AMOUNT.
010990     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
011000     MOVE "EXEMPT RECIPIENTS" TO DRT-LABEL.
011010     MOVE DL700-EXEMPT-COUNT TO DRT-COUNT.
011020     MOVE DL700-EXEMPT-TOTAL TO DRT-AMOUNT.
011030     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
011040     MOVE "EXCEPTIONS, NOT REPORTED" TO DRT-LABEL.
011050     MOVE DL700-EXCEPTION-COUNT TO DRT-COUNT.
011060     MOVE DL700-EXCEPTION-TOTAL TO DRT-AMOUNT.
011070     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
011080     MOVE "IRS FILE PAYEES / CONTROL TOTAL" TO DRT-LABEL.
011090     MOVE DL700-B-RECORD-COUNT TO DRT-COUNT.
011100     MOVE DL700-B-RECORD-TOTAL TO DRT-AMOUNT.
011110     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
011120     MOVE "BOX 2 PENALTY REPORTED / TOTAL 2" TO DRT-LABEL.
011130     MOVE DL700-B-RECORD-COUNT TO DRT-COUNT.
011140     MOVE DL700-B-PENALTY-TOTAL TO DRT-AMOUNT.
011150     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
011160     MOVE "REPORTED WITH NO TIN ON FILE" TO DRT-LABEL.
011170     MOVE DL700-NO-TIN-COUNT TO DRT-COUNT.
011180     MOVE ZERO TO DRT-AMOUNT.
011190     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
011200     MOVE "REPORTED UNDER BACKUP WITHHOLDING" TO DRT-LABEL.
011210     MOVE DL700-BACKUP-COUNT TO DRT-COUNT.
011220     WRITE REGISTER-RECORD FROM DL700-REG-TOTAL-LINE.
011230     IF DL700-DISPOSED-TOTAL NOT = DL700-RELEASED-TOTAL
011240         SET DL700-RUN-DOES-NOT-PROVE TO TRUE
011250         MOVE "*** DISPOSITIONS DO NOT EQUAL INTEREST RELEASED"
011260             TO DRM-MESSAGE
011270         WRITE REGISTER-RECORD FROM DL700-REG-MESSAGE-LINE
011280     END-IF.
011290     IF DL700-B-RECORD-TOTAL NOT = DL700-REPORTED-TOTAL OR
011300             DL700-B-PENALTY-TOTAL NOT = DL700-REPORTED-PENALTY OR
011310             DL700-B-RECORD-COUNT NOT = DL700-REPORTED-COUNT
011320         SET DL700-RUN-DOES-NOT-PROVE TO TRUE
011330         MOVE "*** IRS FILE DOES NOT EQUAL CUSTOMERS REPORTED"
011340             TO DRM-MESSAGE
011350         WRITE REGISTER-RECORD FROM DL700-REG-MESSAGE-LINE
011360     END-IF.
011370     IF DL700-RUN-DOES-NOT-PROVE
011380         MOVE 8 TO RETURN-CODE
011390         MOVE "*** RUN DOES NOT PROVE - DO NOT TRANSMIT IRSFILE"
011400             TO DRM-MESSAGE
011410         WRITE REGISTER-RECORD FROM DL700-REG-MESSAGE-LINE
011420     ELSE
011430         IF DL700-EXCEPTION-COUNT > ZERO
011440             MOVE 8 TO RETURN-CODE
011450             MOVE "*** CLEAR THE EXCEPTIONS BEFORE TRANSMITTING"
011460                 TO DRM-MESSAGE
011470             WRITE REGISTER-RECORD FROM DL700-REG-MESSAGE-LINE
011480         ELSE
011490             MOVE "RUN PROVES" TO DRM-MESSAGE
011500             WRITE REGISTER-RECORD FROM DL700-REG-MESSAGE-LINE
011510         END-IF
011520     END-IF.
011530     CLOSE CUSTOMER-MASTER-FILE.
011540     CLOSE RECIPIENT-COPY-FILE.
011550     CLOSE REGISTER-FILE.
011560     DISPLAY "1099-INT FORMS WRITTEN: " DL700-REPORTED-COUNT
011570         "  EXCEPTIONS: " DL700-EXCEPTION-COUNT.
011580     IF RETURN-CODE NOT = ZERO
011590         DISPLAY "1099-INT RUN ENDED WITH RETURN CODE "
011600             RETURN-CODE ", SEE SAV1099R."
011610     END-IF.
011620 9000-EXIT.
011630     EXIT.
011640*
011650 END PROGRAM SAVINGS_INTEREST_1099.
