000010* ---------------------------------------------------------------
000020* AIRLINE-LOYALTY-ACCRUE IS THE MILES-EARNING RUN FOR THE
000030* LOYALTY PROGRAM. MILES ARE EARNED ONLY FOR SEGMENTS ACTUALLY
000040* FLOWN: A TICKET QUALIFIES WHEN GATE CHECK-IN HAS MARKED IT
000050* BOARDED ("B"), IT CARRIES A LOYALTY MEMBER NUMBER, AND ITS
000060* MILES HAVE NOT YET BEEN POSTED. BOTH THE LIVE TICKET MASTER
000070* AND THE TICKET HISTORY FILE ARE SCANNED, SO A BOARDED TICKET
000080* ARCHIVED BEFORE THIS RUN STILL EARNS.
000090*
000100* THE SEGMENT EARNS A FLAT AMOUNT BY SEAT CLASS (FIRST CLASS
000110* 1500, COACH 500). THE MILES ARE ADDED TO THE MEMBER'S ACCOUNT
000120* ON THE LOYALTY FILE (OPENED ON FIRST EARNING, NAME FROM THE
000130* CUSTOMER MASTER), AN "E" ENTRY IS WRITTEN TO THE LOYALTY
000140* ACTIVITY FILE (LOYLTXN) FOR THE MONTHLY STATEMENT, AND THE
000150* TICKET IS MARKED MILES POSTED ("P") SO A RERUN NEVER PAYS
000160* THE SAME SEGMENT TWICE.
000170*
000180* QUALIFYING MILES ARE KEPT BY CALENDAR YEAR OF POSTING. THE
000190* MEMBER'S TIER IS SET FROM THE BETTER OF THIS YEAR'S AND LAST
000200* YEAR'S QUALIFYING MILES: 25000 GOLD, 10000 SILVER, OTHERWISE
000210* BASE. GOLD MEMBERS CLEAR THE STANDBY WAITLIST FIRST.
000220* RUN AFTER THE DAY'S GATE CHECK-IN AND BEFORE THE ARCHIVE RUN.
000230* ---------------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AIRLINE-LOYALTY-ACCRUE.
000260 AUTHOR. R. CONWAY.
000270 INSTALLATION. PASSENGER SERVICES SYSTEMS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*
000310* ---------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE       BY    DESCRIPTION
000340*   10/15/2026 RC    ORIGINAL LOYALTY MILES ACCRUAL RUN.
000350*   10/15/2026 RC    CARRIED THE NEW FORM OF PAYMENT AND
000360*                    AUTHORIZATION REFERENCE ON THE TICKET AND
000370*                    TICKET HISTORY RECORDS (SEE
000380*                    AIRLINE-TICKET-CONVERT3, THE ONE CONVERSION
000390*                    FOR BOTH THE LOYALTY AND THE PAYMENT FIELDS).
000400*                    NO CHANGE TO THE PROGRAM ITSELF.
000410* ---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460*
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TICKET-MASTER-FILE ASSIGN TO "TKTMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS TMR-TICKET-NUMBER
000530         FILE STATUS IS AT930-TICKET-FILE-STATUS.
000540     SELECT OPTIONAL TICKET-HISTORY-FILE ASSIGN TO "TKTHIST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS THR-TICKET-NUMBER
000580         FILE STATUS IS AT930-HISTORY-FILE-STATUS.
000590     SELECT OPTIONAL LOYALTY-ACCOUNT-FILE ASSIGN TO "LOYALTY"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS LAR-MEMBER-NUMBER
000630         FILE STATUS IS AT930-LOYALTY-FILE-STATUS.
000640     SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS CMR-CUSTOMER-NUMBER
000680         FILE STATUS IS AT930-CUST-FILE-STATUS.
000690     SELECT OPTIONAL LOYALTY-ACTIVITY-FILE ASSIGN TO "LOYLTXN"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AT930-ACTIVITY-FILE-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750*
000760 FD  TICKET-MASTER-FILE.
000770 01  TICKET-MASTER-RECORD.
000780     05  TMR-TICKET-NUMBER       PIC X(08).
000790     05  TMR-CUSTOMER-NAME       PIC X(30).
000800     05  TMR-DEPARTURE-TIME      PIC X(05).
000810     05  TMR-DESTINATION         PIC X(30).
000820     05  TMR-GATE-NUMBER         PIC X(03).
000830     05  TMR-BOARDING-TIME       PIC X(05).
000840     05  TMR-FLIGHT-DATE         PIC 9(08).
000850     05  TMR-SEAT-CLASS          PIC X(01).
000860     05  TMR-SEAT-NUMBER         PIC X(04).
000870     05  TMR-BOARDING-STATUS     PIC X(01).
000880         88  TMR-PASSENGER-BOARDED      VALUE "B".
000890     05  TMR-BOOKING-DATE        PIC 9(08).
000900     05  TMR-MEMBER-NUMBER       PIC X(06).
000910     05  TMR-MILES-STATUS        PIC X(01).
000920         88  TMR-MILES-POSTED           VALUE "P".
000930     05  TMR-PAYMENT-FORM        PIC X(02).
000940     05  TMR-AUTH-REFERENCE      PIC X(10).
000950*
000960 FD  TICKET-HISTORY-FILE.
000970 01  TICKET-HISTORY-RECORD.
000980     05  THR-TICKET-NUMBER       PIC X(08).
000990     05  THR-CUSTOMER-NAME       PIC X(30).
001000     05  THR-DEPARTURE-TIME      PIC X(05).
001010     05  THR-DESTINATION         PIC X(30).
001020     05  THR-GATE-NUMBER         PIC X(03).
001030     05  THR-BOARDING-TIME       PIC X(05).
001040     05  THR-FLIGHT-DATE         PIC 9(08).
001050     05  THR-SEAT-CLASS          PIC X(01).
001060     05  THR-SEAT-NUMBER         PIC X(04).
001070     05  THR-BOARDING-STATUS     PIC X(01).
001080         88  THR-PASSENGER-BOARDED      VALUE "B".
001090     05  THR-BOOKING-DATE        PIC 9(08).
001100     05  THR-MEMBER-NUMBER       PIC X(06).
001110     05  THR-MILES-STATUS        PIC X(01).
001120         88  THR-MILES-POSTED           VALUE "P".
001130     05  THR-PAYMENT-FORM        PIC X(02).
001140     05  THR-AUTH-REFERENCE      PIC X(10).
001150*
001160* LOYALTY ACCOUNT, ONE PER MEMBER. THE MEMBER NUMBER IS THE
001170* CUSTOMER NUMBER ON CUSTMAST. THE MILES BALANCE IS EARNED LESS
001180* REDEEMED LESS EXPIRED.
001190 FD  LOYALTY-ACCOUNT-FILE.
001200 01  LOYALTY-ACCOUNT-RECORD.
001210     05  LAR-MEMBER-NUMBER       PIC X(06).
001220     05  LAR-MEMBER-NAME         PIC X(30).
001230     05  LAR-ENROLL-DATE         PIC 9(08).
001240     05  LAR-TIER-CODE           PIC X(01).
001250         88  LAR-TIER-GOLD              VALUE "G".
001260         88  LAR-TIER-SILVER            VALUE "S".
001270         88  LAR-TIER-BASE              VALUE "B".
001280     05  LAR-MILES-EARNED        PIC 9(09).
001290     05  LAR-MILES-REDEEMED      PIC 9(09).
001300     05  LAR-MILES-EXPIRED       PIC 9(09).
001310     05  LAR-QUAL-YEAR           PIC 9(04).
001320     05  LAR-QUAL-MILES          PIC 9(07).
001330     05  LAR-PRIOR-QUAL-MILES    PIC 9(07).
001340     05  LAR-LAST-EARN-DATE      PIC 9(08).
001350     05  LAR-LAST-STMT-MONTH     PIC 9(06).
001360*
001370 FD  CUSTOMER-MASTER-FILE.
001380 01  CUSTOMER-MASTER-RECORD.
001390     05  CMR-CUSTOMER-NUMBER     PIC X(06).
001400     05  CMR-CUSTOMER-NAME       PIC X(30).
001410     05  CMR-STREET-ADDRESS      PIC X(30).
001420     05  CMR-CITY                PIC X(20).
001430     05  CMR-STATE               PIC X(02).
001440     05  CMR-ZIP-CODE            PIC X(05).
001450     05  CMR-TAXPAYER-ID         PIC X(09).
001460     05  CMR-TIN-TYPE            PIC X(01).
001470     05  CMR-WITHHOLDING-CODE    PIC X(01).
001480*
001490* LOYALTY ACTIVITY: ONE ENTRY PER EARNING (E), REDEMPTION (R),
001500* OR EXPIRY (X). THE REFERENCE IS THE TICKET NUMBER FOR AN
001510* EARNING AND THE AWARD REFERENCE FOR A REDEMPTION.
001520 FD  LOYALTY-ACTIVITY-FILE.
001530 01  LOYALTY-ACTIVITY-RECORD.
001540     05  LTR-MEMBER-NUMBER       PIC X(06).
001550     05  LTR-POST-DATE           PIC 9(08).
001560     05  LTR-TYPE                PIC X(01).
001570     05  LTR-MILES               PIC 9(07).
001580     05  LTR-REFERENCE           PIC X(08).
001590     05  LTR-FLIGHT-DATE         PIC 9(08).
001600     05  LTR-DESCRIPTION         PIC X(30).
001610     05  LTR-SEAT-CLASS          PIC X(01).
001620*
001630 WORKING-STORAGE SECTION.
001640*
001650 77  AT930-TICKET-FILE-STATUS    PIC X(02) VALUE "00".
001660 77  AT930-HISTORY-FILE-STATUS   PIC X(02) VALUE "00".
001670 77  AT930-LOYALTY-FILE-STATUS   PIC X(02) VALUE "00".
001680 77  AT930-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001690 77  AT930-ACTIVITY-FILE-STATUS  PIC X(02) VALUE "00".
001700*
001710 77  AT930-FIRST-CLASS-MILES     PIC 9(05) VALUE 1500.
001720 77  AT930-COACH-MILES           PIC 9(05) VALUE 500.
001730 77  AT930-GOLD-QUAL-MILES       PIC 9(07) VALUE 25000.
001740 77  AT930-SILVER-QUAL-MILES     PIC 9(07) VALUE 10000.
001750*
001760 01  AT930-RUN-DATE              PIC 9(08) VALUE ZERO.
001770 01  AT930-RUN-DATE-X REDEFINES AT930-RUN-DATE.
001780     05  AT930-RUN-YEAR          PIC 9(04).
001790     05  FILLER                  PIC X(04).
001800*
001810 01  AT930-TICKET-EOF-SWITCH     PIC X(01) VALUE "N".
001820     88  AT930-END-OF-TICKET-FILE           VALUE "Y".
001830*
001840 01  AT930-HISTORY-EOF-SWITCH    PIC X(01) VALUE "N".
001850     88  AT930-END-OF-HISTORY-FILE          VALUE "Y".
001860*
001870 01  AT930-ACCOUNT-SWITCH        PIC X(01) VALUE "N".
001880     88  AT930-NEW-ACCOUNT                  VALUE "Y".
001890     88  AT930-EXISTING-ACCOUNT             VALUE "N".
001900*
001910 01  AT930-POSTED-SWITCH         PIC X(01) VALUE "N".
001920     88  AT930-MILES-WERE-POSTED            VALUE "Y".
001930     88  AT930-MILES-NOT-POSTED             VALUE "N".
001940*
001950* THE QUALIFYING SEGMENT, FROM EITHER THE MASTER OR HISTORY.
001960 01  AT930-SEGMENT.
001970     05  AT930-SEG-TICKET-NUMBER PIC X(08).
001980     05  AT930-SEG-CUSTOMER-NAME PIC X(30).
001990     05  AT930-SEG-DESTINATION   PIC X(30).
002000     05  AT930-SEG-FLIGHT-DATE   PIC 9(08).
002010     05  AT930-SEG-SEAT-CLASS    PIC X(01).
002020     05  AT930-SEG-MEMBER-NUMBER PIC X(06).
002030*
002040 01  AT930-SEGMENT-MILES         PIC 9(07) VALUE ZERO.
002050 01  AT930-BEST-QUAL-MILES       PIC 9(07) VALUE ZERO.
002060 01  AT930-OLD-TIER-CODE         PIC X(01) VALUE SPACE.
002070*
002080 01  AT930-SEGMENT-COUNT         PIC 9(07) COMP VALUE ZERO.
002090 01  AT930-MILES-TOTAL           PIC 9(09) COMP VALUE ZERO.
002100 01  AT930-OPENED-COUNT          PIC 9(05) COMP VALUE ZERO.
002110 01  AT930-TIER-CHANGE-COUNT     PIC 9(05) COMP VALUE ZERO.
002120 01  AT930-FAILED-COUNT          PIC 9(05) COMP VALUE ZERO.
002130*
002140 PROCEDURE DIVISION.
002150*
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     PERFORM 2000-SCAN-TICKET-MASTER THRU 2000-EXIT.
002190     PERFORM 3000-SCAN-TICKET-HISTORY THRU 3000-EXIT.
002200     PERFORM 9000-WRAPUP THRU 9000-EXIT.
002210     STOP RUN.
002220*
002230* ---------------------------------------------------------------
002240* 1000-INITIALIZE STAMPS THE RUN DATE AND OPENS THE FILES. THE
002250* LOYALTY FILE IS CREATED ON THE FIRST RUN.
002260* ---------------------------------------------------------------
002270 1000-INITIALIZE.
002280     ACCEPT AT930-RUN-DATE FROM DATE YYYYMMDD.
002290     OPEN I-O TICKET-MASTER-FILE.
002300     IF AT930-TICKET-FILE-STATUS NOT = "00"
002310         DISPLAY "TKTMAST OPEN FAILED, STATUS = "
002320             AT930-TICKET-FILE-STATUS
002330         STOP RUN
002340     END-IF.
002350     OPEN I-O TICKET-HISTORY-FILE.
002360     IF AT930-HISTORY-FILE-STATUS NOT = "00" AND
002370             AT930-HISTORY-FILE-STATUS NOT = "05"
002380         DISPLAY "TKTHIST OPEN FAILED, STATUS = "
002390             AT930-HISTORY-FILE-STATUS
002400         STOP RUN
002410     END-IF.
002420     OPEN I-O LOYALTY-ACCOUNT-FILE.
002430     IF AT930-LOYALTY-FILE-STATUS NOT = "00" AND
002440             AT930-LOYALTY-FILE-STATUS NOT = "05"
002450         DISPLAY "LOYALTY OPEN FAILED, STATUS = "
002460             AT930-LOYALTY-FILE-STATUS
002470         STOP RUN
002480     END-IF.
002490     OPEN INPUT CUSTOMER-MASTER-FILE.
002500     IF AT930-CUST-FILE-STATUS NOT = "00" AND
002510             AT930-CUST-FILE-STATUS NOT = "05"
002520         DISPLAY "CUSTMAST OPEN FAILED, STATUS = "
002530             AT930-CUST-FILE-STATUS
002540         STOP RUN
002550     END-IF.
002560     OPEN EXTEND LOYALTY-ACTIVITY-FILE.
002570     IF AT930-ACTIVITY-FILE-STATUS NOT = "00" AND
002580             AT930-ACTIVITY-FILE-STATUS NOT = "05"
002590         DISPLAY "LOYLTXN OPEN FAILED, STATUS = "
002600             AT930-ACTIVITY-FILE-STATUS
002610         STOP RUN
002620     END-IF.
002630     DISPLAY "=====================================".
002640     DISPLAY "   LOYALTY MILES ACCRUAL             ".
002650     DISPLAY "   RUN DATE: " AT930-RUN-DATE.
002660     DISPLAY "=====================================".
002670 1000-EXIT.
002680     EXIT.
002690*
002700* ---------------------------------------------------------------
002710* 2000-SCAN-TICKET-MASTER POSTS EVERY QUALIFYING TICKET STILL ON
002720* THE LIVE MASTER AND MARKS IT MILES POSTED.
002730* ---------------------------------------------------------------
002740 2000-SCAN-TICKET-MASTER.
002750     MOVE LOW-VALUES TO TMR-TICKET-NUMBER.
002760     START TICKET-MASTER-FILE KEY IS NOT LESS THAN
002770             TMR-TICKET-NUMBER
002780         INVALID KEY
002790             SET AT930-END-OF-TICKET-FILE TO TRUE
002800     END-START.
002810     PERFORM 2100-CHECK-ONE-TICKET THRU 2100-EXIT
002820         UNTIL AT930-END-OF-TICKET-FILE.
002830 2000-EXIT.
002840     EXIT.
002850*
002860 2100-CHECK-ONE-TICKET.
002870     READ TICKET-MASTER-FILE NEXT RECORD
002880         AT END
002890             SET AT930-END-OF-TICKET-FILE TO TRUE
002900     END-READ.
002910     IF AT930-END-OF-TICKET-FILE
002920         GO TO 2100-EXIT
002930     END-IF.
002940     IF NOT TMR-PASSENGER-BOARDED
002950             OR TMR-MEMBER-NUMBER = SPACES
002960             OR TMR-MILES-POSTED
002970         GO TO 2100-EXIT
002980     END-IF.
002990     MOVE TMR-TICKET-NUMBER TO AT930-SEG-TICKET-NUMBER.
003000     MOVE TMR-CUSTOMER-NAME TO AT930-SEG-CUSTOMER-NAME.
003010     MOVE TMR-DESTINATION TO AT930-SEG-DESTINATION.
003020     MOVE TMR-FLIGHT-DATE TO AT930-SEG-FLIGHT-DATE.
003030     MOVE TMR-SEAT-CLASS TO AT930-SEG-SEAT-CLASS.
003040     MOVE TMR-MEMBER-NUMBER TO AT930-SEG-MEMBER-NUMBER.
003050     PERFORM 5000-POST-SEGMENT-MILES THRU 5000-EXIT.
003060     IF AT930-MILES-WERE-POSTED
003070         MOVE "P" TO TMR-MILES-STATUS
003080         REWRITE TICKET-MASTER-RECORD
003090             INVALID KEY
003100                 DISPLAY "TICKET " TMR-TICKET-NUMBER
003110                     " NOT MARKED POSTED, STATUS = "
003120                     AT930-TICKET-FILE-STATUS
003130         END-REWRITE
003140     END-IF.
003150 2100-EXIT.
003160     EXIT.
003170*
003180* ---------------------------------------------------------------
003190* 3000-SCAN-TICKET-HISTORY DOES THE SAME FOR TICKETS THE ARCHIVE
003200* RUN HAS ALREADY MOVED OFF THE MASTER.
003210* ---------------------------------------------------------------
003220 3000-SCAN-TICKET-HISTORY.
003230     MOVE LOW-VALUES TO THR-TICKET-NUMBER.
003240     START TICKET-HISTORY-FILE KEY IS NOT LESS THAN
003250             THR-TICKET-NUMBER
003260         INVALID KEY
003270             SET AT930-END-OF-HISTORY-FILE TO TRUE
003280     END-START.
003290     PERFORM 3100-CHECK-ONE-HISTORY THRU 3100-EXIT
003300         UNTIL AT930-END-OF-HISTORY-FILE.
003310 3000-EXIT.
003320     EXIT.
003330*
003340 3100-CHECK-ONE-HISTORY.
003350     READ TICKET-HISTORY-FILE NEXT RECORD
003360         AT END
003370             SET AT930-END-OF-HISTORY-FILE TO TRUE
003380     END-READ.
003390     IF AT930-END-OF-HISTORY-FILE
003400         GO TO 3100-EXIT
003410     END-IF.
003420     IF NOT THR-PASSENGER-BOARDED
003430             OR THR-MEMBER-NUMBER = SPACES
003440             OR THR-MILES-POSTED
003450         GO TO 3100-EXIT
003460     END-IF.
003470     MOVE THR-TICKET-NUMBER TO AT930-SEG-TICKET-NUMBER.
003480     MOVE THR-CUSTOMER-NAME TO AT930-SEG-CUSTOMER-NAME.
003490     MOVE THR-DESTINATION TO AT930-SEG-DESTINATION.
003500     MOVE THR-FLIGHT-DATE TO AT930-SEG-FLIGHT-DATE.
003510     MOVE THR-SEAT-CLASS TO AT930-SEG-SEAT-CLASS.
003520     MOVE THR-MEMBER-NUMBER TO AT930-SEG-MEMBER-NUMBER.
003530     PERFORM 5000-POST-SEGMENT-MILES THRU 5000-EXIT.
003540     IF AT930-MILES-WERE-POSTED
003550         MOVE "P" TO THR-MILES-STATUS
003560         REWRITE TICKET-HISTORY-RECORD
003570             INVALID KEY
003580                 DISPLAY "HISTORY TICKET " THR-TICKET-NUMBER
003590                     " NOT MARKED POSTED, STATUS = "
003600                     AT930-HISTORY-FILE-STATUS
003610         END-REWRITE
003620     END-IF.
003630 3100-EXIT.
003640     EXIT.
003650*
003660* ---------------------------------------------------------------
003670* 5000-POST-SEGMENT-MILES PRICES THE SEGMENT BY SEAT CLASS AND
003680* CREDITS IT TO THE MEMBER'S ACCOUNT, OPENING THE ACCOUNT IF
003690* THIS IS THE MEMBER'S FIRST EARNING. THE ACTIVITY ENTRY IS
003700* WRITTEN ONLY ONCE THE ACCOUNT UPDATE HAS GONE THROUGH.
003710* ---------------------------------------------------------------
003720 5000-POST-SEGMENT-MILES.
003730     SET AT930-MILES-NOT-POSTED TO TRUE.
003740     IF AT930-SEG-SEAT-CLASS = "F"
003750         MOVE AT930-FIRST-CLASS-MILES TO AT930-SEGMENT-MILES
003760     ELSE
003770         MOVE AT930-COACH-MILES TO AT930-SEGMENT-MILES
003780     END-IF.
003790     SET AT930-EXISTING-ACCOUNT TO TRUE.
003800     MOVE AT930-SEG-MEMBER-NUMBER TO LAR-MEMBER-NUMBER.
003810     READ LOYALTY-ACCOUNT-FILE
003820         INVALID KEY
003830             PERFORM 5100-OPEN-NEW-ACCOUNT THRU 5100-EXIT
003840     END-READ.
003850     MOVE LAR-TIER-CODE TO AT930-OLD-TIER-CODE.
003860     PERFORM 5200-ROLL-QUALIFYING-YEAR THRU 5200-EXIT.
003870     ADD AT930-SEGMENT-MILES TO LAR-MILES-EARNED.
003880     ADD AT930-SEGMENT-MILES TO LAR-QUAL-MILES.
003890     MOVE AT930-RUN-DATE TO LAR-LAST-EARN-DATE.
003900     PERFORM 5300-SET-TIER THRU 5300-EXIT.
003910     IF AT930-NEW-ACCOUNT
003920         WRITE LOYALTY-ACCOUNT-RECORD
003930             INVALID KEY
003940                 DISPLAY "MEMBER " LAR-MEMBER-NUMBER
003950                     " ACCOUNT NOT OPENED, STATUS = "
003960                     AT930-LOYALTY-FILE-STATUS
003970                 ADD 1 TO AT930-FAILED-COUNT
003980                 GO TO 5000-EXIT
003990         END-WRITE
004000         ADD 1 TO AT930-OPENED-COUNT
004010     ELSE
004020         REWRITE LOYALTY-ACCOUNT-RECORD
004030             INVALID KEY
004040                 DISPLAY "MEMBER " LAR-MEMBER-NUMBER
004050                     " ACCOUNT NOT UPDATED, STATUS = "
004060                     AT930-LOYALTY-FILE-STATUS
004070                 ADD 1 TO AT930-FAILED-COUNT
004080                 GO TO 5000-EXIT
004090         END-REWRITE
004100     END-IF.
004110     MOVE LAR-MEMBER-NUMBER TO LTR-MEMBER-NUMBER.
004120     MOVE AT930-RUN-DATE TO LTR-POST-DATE.
004130     MOVE "E" TO LTR-TYPE.
004140     MOVE AT930-SEGMENT-MILES TO LTR-MILES.
004150     MOVE AT930-SEG-TICKET-NUMBER TO LTR-REFERENCE.
004160     MOVE AT930-SEG-FLIGHT-DATE TO LTR-FLIGHT-DATE.
004170     MOVE AT930-SEG-DESTINATION TO LTR-DESCRIPTION.
004180     MOVE AT930-SEG-SEAT-CLASS TO LTR-SEAT-CLASS.
004190     WRITE LOYALTY-ACTIVITY-RECORD.
004200     SET AT930-MILES-WERE-POSTED TO TRUE.
004210     ADD 1 TO AT930-SEGMENT-COUNT.
004220     ADD AT930-SEGMENT-MILES TO AT930-MILES-TOTAL.
004230     DISPLAY "TICKET " AT930-SEG-TICKET-NUMBER
004240         "  MEMBER " LAR-MEMBER-NUMBER
004250         "  CLASS " AT930-SEG-SEAT-CLASS
004260         "  MILES " AT930-SEGMENT-MILES.
004270     IF LAR-TIER-CODE NOT = AT930-OLD-TIER-CODE
004280         ADD 1 TO AT930-TIER-CHANGE-COUNT
004290         DISPLAY "    MEMBER " LAR-MEMBER-NUMBER
004300             " TIER NOW " LAR-TIER-CODE
004310     END-IF.
004320 5000-EXIT.
004330     EXIT.
004340*
004350* ---------------------------------------------------------------
004360* 5100-OPEN-NEW-ACCOUNT SETS UP A NEW MEMBER AT THE BASE TIER.
004370* THE NAME COMES FROM THE CUSTOMER MASTER; A CUSTOMER SINCE
004380* REMOVED FROM THE MASTER IS OPENED UNDER THE PASSENGER NAME.
004390* ---------------------------------------------------------------
004400 5100-OPEN-NEW-ACCOUNT.
004410     SET AT930-NEW-ACCOUNT TO TRUE.
004420     MOVE AT930-SEG-MEMBER-NUMBER TO LAR-MEMBER-NUMBER.
004430     MOVE AT930-SEG-CUSTOMER-NAME TO LAR-MEMBER-NAME.
004440     MOVE AT930-SEG-MEMBER-NUMBER TO CMR-CUSTOMER-NUMBER.
004450     READ CUSTOMER-MASTER-FILE
004460         NOT INVALID KEY
004470             MOVE CMR-CUSTOMER-NAME TO LAR-MEMBER-NAME
004480     END-READ.
004490     MOVE AT930-RUN-DATE TO LAR-ENROLL-DATE.
004500     MOVE "B" TO LAR-TIER-CODE.
004510     MOVE ZERO TO LAR-MILES-EARNED.
004520     MOVE ZERO TO LAR-MILES-REDEEMED.
004530     MOVE ZERO TO LAR-MILES-EXPIRED.
004540     MOVE AT930-RUN-YEAR TO LAR-QUAL-YEAR.
004550     MOVE ZERO TO LAR-QUAL-MILES.
004560     MOVE ZERO TO LAR-PRIOR-QUAL-MILES.
004570     MOVE ZERO TO LAR-LAST-EARN-DATE.
004580     MOVE ZERO TO LAR-LAST-STMT-MONTH.
004590     DISPLAY "NEW LOYALTY ACCOUNT OPENED FOR MEMBER "
004600         LAR-MEMBER-NUMBER "  " LAR-MEMBER-NAME.
004610 5100-EXIT.
004620     EXIT.
004630*
004640* ---------------------------------------------------------------
004650* 5200-ROLL-QUALIFYING-YEAR STARTS A NEW QUALIFYING YEAR ON THE
004660* MEMBER'S FIRST POSTING OF THE CALENDAR YEAR. LAST YEAR'S
004670* QUALIFYING MILES ARE KEPT AS PRIOR ONLY WHEN THE MEMBER
004680* EARNED IN THE YEAR JUST ENDED; AN OLDER YEAR COUNTS FOR
004690* NOTHING.
004700* ---------------------------------------------------------------
004710 5200-ROLL-QUALIFYING-YEAR.
004720     IF LAR-QUAL-YEAR = AT930-RUN-YEAR
004730         GO TO 5200-EXIT
004740     END-IF.
004750     IF LAR-QUAL-YEAR + 1 = AT930-RUN-YEAR
004760         MOVE LAR-QUAL-MILES TO LAR-PRIOR-QUAL-MILES
004770     ELSE
004780         MOVE ZERO TO LAR-PRIOR-QUAL-MILES
004790     END-IF.
004800     MOVE ZERO TO LAR-QUAL-MILES.
004810     MOVE AT930-RUN-YEAR TO LAR-QUAL-YEAR.
004820 5200-EXIT.
004830     EXIT.
004840*
004850* ---------------------------------------------------------------
004860* 5300-SET-TIER SETS THE TIER FROM THE BETTER OF THIS YEAR'S AND
004870* LAST YEAR'S QUALIFYING MILES, SO A TIER EARNED IN ONE YEAR IS
004880* HELD THROUGH THE NEXT.
004890* ---------------------------------------------------------------
004900 5300-SET-TIER.
004910     MOVE LAR-QUAL-MILES TO AT930-BEST-QUAL-MILES.
004920     IF LAR-PRIOR-QUAL-MILES > AT930-BEST-QUAL-MILES
004930         MOVE LAR-PRIOR-QUAL-MILES TO AT930-BEST-QUAL-MILES
004940     END-IF.
004950     EVALUATE TRUE
004960         WHEN AT930-BEST-QUAL-MILES NOT < AT930-GOLD-QUAL-MILES
004970             SET LAR-TIER-GOLD TO TRUE
004980         WHEN AT930-BEST-QUAL-MILES NOT < AT930-SILVER-QUAL-MILES
004990             SET LAR-TIER-SILVER TO TRUE
005000         WHEN OTHER
005010             SET LAR-TIER-BASE TO TRUE
005020     END-EVALUATE.
005030 5300-EXIT.
005040     EXIT.
005050*
005060 9000-WRAPUP.
005070     CLOSE TICKET-MASTER-FILE.
005080     CLOSE TICKET-HISTORY-FILE.
005090     CLOSE LOYALTY-ACCOUNT-FILE.
005100     CLOSE CUSTOMER-MASTER-FILE.
005110     CLOSE LOYALTY-ACTIVITY-FILE.
005120     DISPLAY "SEGMENTS POSTED:             " AT930-SEGMENT-COUNT.
005130     DISPLAY "MILES POSTED:                " AT930-MILES-TOTAL.
005140     DISPLAY "NEW ACCOUNTS OPENED:         " AT930-OPENED-COUNT.
005150     DISPLAY "TIER CHANGES:                "
005160         AT930-TIER-CHANGE-COUNT.
005170     DISPLAY "SEGMENTS NOT POSTED (ERROR): " AT930-FAILED-COUNT.
005180 9000-EXIT.
005190     EXIT.
005200*
005210 END PROGRAM AIRLINE-LOYALTY-ACCRUE.
