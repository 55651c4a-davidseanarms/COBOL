000220*   09/01/2026 DAS   ORIGINAL COMBINED STATEMENT RUN, BUILT ON
000230*                    THE SORT/CONTROL-BREAK PATTERN THE AIRLINE
000240*                    SIDE USES FOR ITS MANIFEST AND REVENUE
000241*                    REPORTS.
000242*   10/15/2026 DAS   CARRIED THE NEW YEAR-TO-DATE INTEREST FIELDS
000243*                    ON THE ACCOUNT RECORD AND THE TAXPAYER
000244*                    FIELDS ON THE CUSTOMER RECORD (SEE
000245*                    SAVINGS_ACCOUNT_CONVERT2 AND
000246*                    CUSTOMER_MASTER_CONVERT). NO CHANGE TO THE
000247*                    STATEMENT ITSELF.
000248*   10/15/2026 DAS   CARRIED THE NEW ACCOUNT STATUS AND CLOSE
000249*                    DATE ON THE ACCOUNT RECORD (SEE
000250*                    SAVINGS_ACCOUNT_CONVERT3). NO CHANGE TO THE
000251*                    STATEMENT ITSELF.
000252*   10/15/2026 DAS   CARRIED THE NEW TERM CERTIFICATE FIELDS ON
000253*                    THE ACCOUNT RECORD (SEE
000254*                    SAVINGS_ACCOUNT_CONVERT4). A CERTIFICATE IS
000255*                    LISTED WITH THE CUSTOMER'S OTHER ACCOUNTS.
000256*   10/15/2026 DAS   CARRIED THE NEW YEAR-TO-DATE AND PRIOR-YEAR
000257*                    EARLY-WITHDRAWAL PENALTY FIELDS ON THE
000258*                    ACCOUNT RECORD (SEE
000259*                    SAVINGS_ACCOUNT_CONVERT4).
000260* ---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000770     05  SAR-LAST-ACTIVITY-DATE  PIC 9(08).
000780     05  SAR-DORMANT-FLAG        PIC X(01).
000790     05  SAR-PRODUCT-CODE        PIC X(02).
000791     05  SAR-CUSTOMER-NUMBER     PIC X(06).
000792     05  SAR-YTD-INTEREST        PIC S9(07)V99
000793         SIGN IS TRAILING SEPARATE.
000794     05  SAR-YTD-INTEREST-YEAR   PIC 9(04).
000795     05  SAR-PRIOR-YEAR-INTEREST PIC S9(07)V99
000796         SIGN IS TRAILING SEPARATE.
000797     05  SAR-ACCOUNT-STATUS      PIC X(01).
000798     05  SAR-CLOSE-DATE          PIC 9(08).
000799     05  SAR-ACCOUNT-TYPE        PIC X(01).
000800     05  SAR-OPEN-DATE           PIC 9(08).
000801     05  SAR-TERM-MONTHS         PIC 9(03).
000802     05  SAR-MATURITY-DATE       PIC 9(08).
000803     05  SAR-MATURITY-OPTION     PIC X(01).
000804     05  SAR-LINKED-ACCOUNT-ID   PIC X(10).
000805     05  SAR-NOTICE-DATE         PIC 9(08).
000806     05  SAR-YTD-PENALTY         PIC S9(07)V99
000807         SIGN IS TRAILING SEPARATE.
000808     05  SAR-PRIOR-YEAR-PENALTY  PIC S9(07)V99
000809         SIGN IS TRAILING SEPARATE.
000810 01  SAVINGS-ACCOUNT-TRAILER.
000820     05  SAT-TRAILER-ID          PIC X(10).
000830     05  SAT-RECORD-COUNT        PIC 9(07).
000920     05  CMR-CITY                PIC X(20).
000930     05  CMR-STATE               PIC X(02).
000940     05  CMR-ZIP-CODE            PIC X(05).
000942     05  CMR-TAXPAYER-ID         PIC X(09).
000944     05  CMR-TIN-TYPE            PIC X(01).
000946     05  CMR-WITHHOLDING-CODE    PIC X(01).
000950*
000960 FD  COMBINED-STMT-FILE.
000970 01  COMBINED-STMT-RECORD        PIC X(80).
