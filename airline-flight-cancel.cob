000010* ---------------------------------------------------------------
000020* AIRLINE-FLIGHT-CANCEL IS THE FLIGHT CANCELLATION AND
000030* RE-ACCOMMODATION RUN. GIVEN ONE FLIGHT (DESTINATION, DEPARTURE
000040* TIME, FLIGHT DATE), IT MARKS EVERY SEAT ON THAT FLIGHT'S SEAT
000050* MAP CANCELLED ("C") SO NOTHING CAN BE SOLD OR CLAIMED ON IT
000060* AGAIN, THEN MOVES EVERY TICKET BOOKED ON IT TO THE NEXT
000070* FLIGHT TO THE SAME DESTINATION WITH AN OPEN SEAT IN THE SAME
000080* CLASS. A MOVED TICKET KEEPS ITS TICKET NUMBER, BOOKING DATE,
000090* AND FARE - NOTHING IS RE-PRICED AND NO NEW SALE IS JOURNALED.
000100*
000110* A PASSENGER WHO CANNOT BE PLACED IS, BY THE OPTION THE AGENT
000120* KEYS, EITHER PUT ON THE WAITLIST OF THE NEXT FLIGHT TO THE
000130* DESTINATION OR SIMPLY CANCELLED. EITHER WAY THE TICKET COMES OFF
000140* THE MASTER AND ITS JOURNALED FARE IS REFUNDED ON TKTRFND, THE
000150* WAY A RESERVATION CANCELLATION IS: A FARE STILL OPEN OR UNUSED
000160* ON THE AIR TRAFFIC LIABILITY FILE (TKTATL) IS REFUNDED FROM
000170* THERE, WHATEVER DAY IT WAS SOLD, AND A FARE SOLD TODAY AND NOT
000180* YET DEFERRED FROM TODAY'S TICKET SALES FILE. A WAITLISTED
000190* PASSENGER WHO CLEARS STANDBY IS TICKETED AFRESH BY
000200* AIRLINE-STANDBY.
000210*
000220* THE RUN PRINTS A RE-ACCOMMODATION REPORT: EACH PASSENGER'S OLD
000230* FLIGHT AND SEAT, THE NEW FLIGHT AND SEAT OR WHAT WAS DONE
000240* INSTEAD, AND THE COUNT OF PASSENGERS WHO COULD NOT BE MOVED.
000250* ---------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. AIRLINE-FLIGHT-CANCEL.
000280 AUTHOR. R. CONWAY.
000290 INSTALLATION. PASSENGER SERVICES SYSTEMS.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320*
000330* ---------------------------------------------------------------
000340* MODIFICATION HISTORY
000350*   DATE       BY    DESCRIPTION
000360*   10/15/2026 RC    ORIGINAL FLIGHT CANCELLATION AND
000370*                    RE-ACCOMMODATION RUN.
000380*   10/15/2026 RC    A PASSENGER MOVED TO THE WAITLIST NOW CARRIES
000390*                    THE TICKET'S LOYALTY MEMBER NUMBER SO
000400*                    AIRLINE-STANDBY CAN CLEAR TOP-TIER MEMBERS
000410*                    FIRST. A MOVED TICKET KEEPS ITS MEMBER
000420*                    NUMBER.
000430*   10/15/2026 RC    A REFUND NOW CARRIES THE FORM OF PAYMENT AND
000440*                    AUTHORIZATION REFERENCE OF THE SALE IT
000450*                    REVERSES, AND A PASSENGER MOVED TO THE
000460*                    WAITLIST CARRIES THE TICKET'S, SO THE CARD
000470*                    RECEIVABLE FOLLOWS THE MONEY (SEE
000480*                    AIRLINE-TICKET-CONVERT3, THE ONE CONVERSION
000490*                    FOR BOTH THE LOYALTY AND THE PAYMENT FIELDS).
000500*   10/15/2026 RC    A CANCELLED TICKET SOLD ON AN EARLIER DAY IS
000510*                    NOW REFUNDED TOO. ITS FARE IS TAKEN FROM
000520*                    TKTATL WHILE STILL OPEN OR UNUSED, WITH THE
000530*                    TAXES OF TODAY'S SALE OR, FAILING THAT, OF
000540*                    THE FARE TABLE ROW FOR ITS FARE BASIS, SO THE
000550*                    REVENUE RUN SETTLES IT AS REFUNDED INSTEAD OF
000560*                    TAKING IT TO BREAKAGE. TODAY'S TICKET SALES
000570*                    FILE IS USED ONLY FOR A TICKET NOT YET ON
000580*                    TKTATL.
000590* ---------------------------------------------------------------
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-370.
000630 OBJECT-COMPUTER. IBM-370.
000640*
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT TICKET-MASTER-FILE ASSIGN TO "TKTMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS TMR-TICKET-NUMBER
000710         FILE STATUS IS AT920-TICKET-FILE-STATUS.
000720     SELECT SEAT-MAP-FILE ASSIGN TO "SEATMAP"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SMR-SEAT-KEY
000760         FILE STATUS IS AT920-SEAT-FILE-STATUS.
000770     SELECT OPTIONAL WAIT-LIST-FILE ASSIGN TO "WAITLIST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS WLR-WAIT-KEY
000810         FILE STATUS IS AT920-WAIT-FILE-STATUS.
000820     SELECT OPTIONAL TICKET-SALES-FILE ASSIGN TO "TKTSALES"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS AT920-SALES-FILE-STATUS.
000850     SELECT OPTIONAL TICKET-REFUND-FILE ASSIGN TO "TKTRFND"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS AT920-REFUND-FILE-STATUS.
000880     SELECT OPTIONAL TICKET-LIABILITY-FILE ASSIGN TO "TKTATL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS ALR-TICKET-NUMBER
000920         FILE STATUS IS AT920-ATL-FILE-STATUS.
000930     SELECT FARE-TABLE-FILE ASSIGN TO "FARETAB"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS AT920-FARE-FILE-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990*
001000 FD  TICKET-MASTER-FILE.
001010 01  TICKET-MASTER-RECORD.
001020     05  TMR-TICKET-NUMBER       PIC X(08).
001030     05  TMR-CUSTOMER-NAME       PIC X(30).
001040     05  TMR-DEPARTURE-TIME      PIC X(05).
001050     05  TMR-DESTINATION         PIC X(30).
001060     05  TMR-GATE-NUMBER         PIC X(03).
001070     05  TMR-BOARDING-TIME       PIC X(05).
001080     05  TMR-FLIGHT-DATE         PIC 9(08).
001090     05  TMR-SEAT-CLASS          PIC X(01).
001100     05  TMR-SEAT-NUMBER         PIC X(04).
001110     05  TMR-BOARDING-STATUS     PIC X(01).
001120         88  TMR-PASSENGER-BOARDED      VALUE "B".
001130     05  TMR-BOOKING-DATE        PIC 9(08).
001140     05  TMR-MEMBER-NUMBER       PIC X(06).
001150     05  TMR-MILES-STATUS        PIC X(01).
001160     05  TMR-PAYMENT-FORM        PIC X(02).
001170     05  TMR-AUTH-REFERENCE      PIC X(10).
001180*
001190 FD  SEAT-MAP-FILE.
001200 01  SEAT-MAP-RECORD.
001210     05  SMR-SEAT-KEY.
001220         10  SMR-DESTINATION     PIC X(30).
001230         10  SMR-DEPARTURE-TIME  PIC X(05).
001240         10  SMR-FLIGHT-DATE     PIC 9(08).
001250         10  SMR-SEAT-NUMBER     PIC X(04).
001260     05  SMR-SEAT-CLASS          PIC X(01).
001270     05  SMR-SEAT-STATUS         PIC X(01).
001280         88  SMR-SEAT-OPEN              VALUE "O".
001290         88  SMR-SEAT-CANCELLED         VALUE "C".
001300*
001310 FD  WAIT-LIST-FILE.
001320 01  WAIT-LIST-RECORD.
001330     05  WLR-WAIT-KEY.
001340         10  WLR-DESTINATION     PIC X(30).
001350         10  WLR-DEPARTURE-TIME  PIC X(05).
001360         10  WLR-FLIGHT-DATE     PIC 9(08).
001370         10  WLR-PRIORITY-SEQ    PIC 9(04).
001380     05  WLR-CUSTOMER-NAME       PIC X(30).
001390     05  WLR-GATE-NUMBER         PIC X(03).
001400     05  WLR-BOARDING-TIME       PIC X(05).
001410     05  WLR-DATE-ADDED          PIC 9(08).
001420     05  WLR-MEMBER-NUMBER       PIC X(06).
001430     05  WLR-PAYMENT-FORM        PIC X(02).
001440     05  WLR-AUTH-REFERENCE      PIC X(10).
001450*
001460 FD  TICKET-SALES-FILE.
001470 01  TICKET-SALES-RECORD.
001480     05  TSR-TICKET-NUMBER       PIC X(08).
001490     05  TSR-FLIGHT-DATE         PIC 9(08).
001500     05  TSR-DESTINATION         PIC X(30).
001510     05  TSR-DEPARTURE-TIME      PIC X(05).
001520     05  TSR-SEAT-CLASS          PIC X(01).
001530     05  TSR-FARE-AMOUNT         PIC 9(05)V99.
001540     05  TSR-TAXES               PIC 9(05)V99.
001550     05  TSR-TOTAL-FARE          PIC 9(05)V99.
001560     05  TSR-FARE-BASIS          PIC X(08).
001570     05  TSR-PAYMENT-FORM        PIC X(02).
001580     05  TSR-AUTH-REFERENCE      PIC X(10).
001590*
001600 FD  TICKET-REFUND-FILE.
001610 01  TICKET-REFUND-RECORD.
001620     05  TRR-TICKET-NUMBER       PIC X(08).
001630     05  TRR-FLIGHT-DATE         PIC 9(08).
001640     05  TRR-DESTINATION         PIC X(30).
001650     05  TRR-DEPARTURE-TIME      PIC X(05).
001660     05  TRR-SEAT-CLASS          PIC X(01).
001670     05  TRR-FARE-AMOUNT         PIC 9(05)V99.
001680     05  TRR-TAXES               PIC 9(05)V99.
001690     05  TRR-TOTAL-FARE          PIC 9(05)V99.
001700     05  TRR-FARE-BASIS          PIC X(08).
001710     05  TRR-PAYMENT-FORM        PIC X(02).
001720     05  TRR-AUTH-REFERENCE      PIC X(10).
001730*
001740* TKTATL - THE REVENUE RUN'S AIR TRAFFIC LIABILITY, ONE RECORD PER
001750* TICKET SOLD, CARRYING THE DEFERRED BASE FARE UNTIL IT IS FLOWN,
001760* BROKEN, OR REFUNDED.
001770 FD  TICKET-LIABILITY-FILE.
001780 01  TICKET-LIABILITY-RECORD.
001790     05  ALR-TICKET-NUMBER       PIC X(08).
001800     05  ALR-FLIGHT-DATE         PIC 9(08).
001810     05  ALR-DESTINATION         PIC X(30).
001820     05  ALR-DEPARTURE-TIME      PIC X(05).
001830     05  ALR-SEAT-CLASS          PIC X(01).
001840     05  ALR-FARE-BASIS          PIC X(08).
001850     05  ALR-FARE-AMOUNT         PIC 9(05)V99.
001860     05  ALR-SALE-DATE           PIC 9(08).
001870     05  ALR-STATUS              PIC X(01).
001880         88  ALR-OPEN                       VALUE "O".
001890         88  ALR-NOSHOW                     VALUE "N".
001900         88  ALR-FLOWN                      VALUE "F".
001910         88  ALR-BROKEN                     VALUE "B".
001920         88  ALR-REFUNDED                   VALUE "R".
001930         88  ALR-UNSETTLED                  VALUES "O" "N".
001940     05  ALR-NOSHOW-DATE         PIC 9(08).
001950     05  ALR-SETTLED-DATE        PIC 9(08).
001960*
001970 FD  FARE-TABLE-FILE.
001980 01  FARE-TABLE-RECORD.
001990     05  FTR-DESTINATION         PIC X(30).
002000     05  FTR-SEAT-CLASS          PIC X(01).
002010     05  FTR-ADVANCE-DAYS        PIC 9(03).
002020     05  FTR-FARE-AMOUNT         PIC 9(05)V99.
002030     05  FTR-TAXES               PIC 9(05)V99.
002040     05  FTR-FARE-BASIS          PIC X(08).
002050*
002060 WORKING-STORAGE SECTION.
002070*
002080 77  AT920-TICKET-FILE-STATUS    PIC X(02) VALUE "00".
002090 77  AT920-SEAT-FILE-STATUS      PIC X(02) VALUE "00".
002100 77  AT920-WAIT-FILE-STATUS      PIC X(02) VALUE "00".
002110 77  AT920-SALES-FILE-STATUS     PIC X(02) VALUE "00".
002120 77  AT920-REFUND-FILE-STATUS    PIC X(02) VALUE "00".
002130 77  AT920-ATL-FILE-STATUS       PIC X(02) VALUE "00".
002140 77  AT920-FARE-FILE-STATUS      PIC X(02) VALUE "00".
002150*
002160* HOW MANY DAYS PAST THE CANCELLED FLIGHT'S DATE THE SEAT MAP IS
002170* SEARCHED FOR A FLIGHT TO MOVE PASSENGERS ONTO, AND THE GATE
002180* AND BOARDING TIME GIVEN A MOVED TICKET WHEN NO OTHER TICKET
002190* ON THE NEW FLIGHT SHOWS THEM.
002200 77  AT920-SEARCH-DAYS           PIC 9(03) VALUE 7.
002210 77  AT920-UNKNOWN-GATE          PIC X(03) VALUE "TBA".
002220 77  AT920-UNKNOWN-BOARDING-TIME PIC X(05) VALUE "TBA  ".
002230*
002240 01  AT920-RUN-DATE              PIC 9(08) VALUE ZERO.
002250 01  AT920-SEARCH-LIMIT-DATE     PIC 9(08) VALUE ZERO.
002260 01  AT920-FLIGHT-DATE-INT       PIC 9(07) COMP VALUE ZERO.
002270*
002280 01  AT920-CANCEL-REQUEST.
002290     05  AT920-CR-DESTINATION    PIC X(30).
002300     05  AT920-CR-DEPARTURE-TIME PIC X(05).
002310     05  AT920-CR-FLIGHT-DATE    PIC 9(08).
002320     05  AT920-CR-UNPLACED-OPTION PIC X(01).
002330         88  AT920-OPT-WAITLIST             VALUE "W".
002340         88  AT920-OPT-REFUND               VALUE "R".
002350         88  AT920-OPT-VALID                VALUES "W" "R".
002360*
002370 01  AT920-SEAT-SCAN-SWITCH      PIC X(01) VALUE "N".
002380     88  AT920-SEAT-SCAN-DONE               VALUE "Y".
002390     88  AT920-SEAT-SCAN-ACTIVE             VALUE "N".
002400*
002410 01  AT920-TICKET-SCAN-SWITCH    PIC X(01) VALUE "N".
002420     88  AT920-END-OF-TICKET-SCAN           VALUE "Y".
002430*
002440 01  AT920-SALES-EOF-SWITCH      PIC X(01) VALUE "N".
002450     88  AT920-END-OF-SALES-FILE            VALUE "Y".
002460*
002470 01  AT920-FARE-EOF-SWITCH       PIC X(01) VALUE "N".
002480     88  AT920-END-OF-FARE-TABLE            VALUE "Y".
002490*
002500 01  AT920-WAIT-SCAN-SWITCH      PIC X(01) VALUE "N".
002510     88  AT920-WAIT-SCAN-DONE               VALUE "Y".
002520     88  AT920-WAIT-SCAN-ACTIVE             VALUE "N".
002530*
002540 01  AT920-SEAT-FOUND-SWITCH     PIC X(01) VALUE "N".
002550     88  AT920-SEAT-CLAIMED                 VALUE "Y".
002560     88  AT920-SEAT-NOT-CLAIMED             VALUE "N".
002570*
002580 01  AT920-FLIGHT-LEFT-SWITCH    PIC X(01) VALUE "Y".
002590     88  AT920-FLIGHT-LEFT                  VALUE "Y".
002600     88  AT920-NO-FLIGHT-LEFT               VALUE "N".
002610*
002620 01  AT920-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
002630     88  AT920-FLIGHT-TABLE-FULL            VALUE "Y".
002640*
002650* THE PASS SWITCH: PASSENGERS ALREADY SEATED IN A CLASS ARE
002660* PLACED FIRST, SO A PASSENGER WITH NO SEAT YET CANNOT TAKE THE
002670* LAST FIRST-CLASS SEAT A FIRST-CLASS PASSENGER NEEDS.
002680 01  AT920-PASS-SWITCH           PIC X(01) VALUE "C".
002690     88  AT920-CLASSED-PASS                 VALUE "C".
002700     88  AT920-UNCLASSED-PASS               VALUE "U".
002710*
002720* THE CLASS WANTED ON THE NEW FLIGHT: "F" OR "Y" FOR A SEATED
002730* PASSENGER, SPACE FOR ONE WITH NO SEAT YET (EITHER CLASS, COACH
002740* FIRST), AND "*" WHEN LOOKING FOR THE NEXT FLIGHT WHETHER OR
002750* NOT IT HAS ROOM.
002760 01  AT920-WANT-CLASS            PIC X(01) VALUE SPACE.
002770 01  AT920-CLAIM-CLASS           PIC X(01) VALUE SPACE.
002780*
002790 01  AT920-FLIGHT-COUNT          PIC 9(03) COMP VALUE ZERO.
002800 01  AT920-FLIGHT-TABLE.
002810     05  AT920-FLIGHT-ENTRY OCCURS 1 TO 200 TIMES
002820             DEPENDING ON AT920-FLIGHT-COUNT
002830             INDEXED BY AT920-FLT-IX.
002840         10  AT920-FT-DEPARTURE-TIME  PIC X(05).
002850         10  AT920-FT-FLIGHT-DATE     PIC 9(08).
002860         10  AT920-FT-OPEN-F          PIC 9(05) COMP.
002870         10  AT920-FT-OPEN-Y          PIC 9(05) COMP.
002880         10  AT920-FT-GATE-NUMBER     PIC X(03).
002890         10  AT920-FT-BOARDING-TIME   PIC X(05).
002900*
002910 01  AT920-BEST-FLT-IX           PIC 9(03) COMP VALUE ZERO.
002920 01  AT920-BEST-FLIGHT-DATE      PIC 9(08) VALUE ZERO.
002930 01  AT920-BEST-DEPARTURE-TIME   PIC X(05) VALUE SPACES.
002940 01  AT920-NEXT-FLT-IX           PIC 9(03) COMP VALUE ZERO.
002950*
002960 01  AT920-PAX-COUNT             PIC 9(05) COMP VALUE ZERO.
002970 01  AT920-PAX-TABLE.
002980     05  AT920-PAX-ENTRY OCCURS 1 TO 500 TIMES
002990             DEPENDING ON AT920-PAX-COUNT
003000             INDEXED BY AT920-PAX-IX.
003010         10  AT920-PT-TICKET-NUMBER   PIC X(08).
003020         10  AT920-PT-DONE-SWITCH     PIC X(01).
003030             88  AT920-PT-DONE                  VALUE "Y".
003040*
003050 01  AT920-SALE-COUNT            PIC 9(05) COMP VALUE ZERO.
003060 01  AT920-SALE-TABLE.
003070     05  AT920-SALE-ENTRY OCCURS 1 TO 500 TIMES
003080             DEPENDING ON AT920-SALE-COUNT
003090             INDEXED BY AT920-SALE-IX.
003100         10  AT920-ST-TICKET-NUMBER   PIC X(08).
003110         10  AT920-ST-SEAT-CLASS      PIC X(01).
003120         10  AT920-ST-FARE-AMOUNT     PIC 9(05)V99.
003130         10  AT920-ST-TAXES           PIC 9(05)V99.
003140         10  AT920-ST-TOTAL-FARE      PIC 9(05)V99.
003150         10  AT920-ST-FARE-BASIS      PIC X(08).
003160         10  AT920-ST-PAYMENT-FORM    PIC X(02).
003170         10  AT920-ST-AUTH-REFERENCE  PIC X(10).
003180*
003190 01  AT920-SALE-FOUND-SWITCH     PIC X(01) VALUE "N".
003200     88  AT920-SALE-FOUND                   VALUE "Y".
003210     88  AT920-SALE-NOT-FOUND               VALUE "N".
003220*
003230 01  AT920-ATL-FOUND-SWITCH      PIC X(01) VALUE "N".
003240     88  AT920-ATL-FOUND                    VALUE "Y".
003250     88  AT920-ATL-NOT-FOUND                VALUE "N".
003260*
003270* THE TAXES CHARGED WITH EACH FARE BASIS TO THE CANCELLED
003280* FLIGHT'S DESTINATION, FOR REFUNDING A FARE SOLD ON AN EARLIER
003290* DAY; THE LIABILITY FILE CARRIES ONLY THE BASE FARE.
003300 01  AT920-FARE-COUNT            PIC 9(03) COMP VALUE ZERO.
003310 01  AT920-FARE-TABLE.
003320     05  AT920-FARE-ENTRY OCCURS 1 TO 200 TIMES
003330             DEPENDING ON AT920-FARE-COUNT
003340             INDEXED BY AT920-FARE-IX.
003350         10  AT920-FR-SEAT-CLASS      PIC X(01).
003360         10  AT920-FR-FARE-BASIS      PIC X(08).
003370         10  AT920-FR-TAXES           PIC 9(05)V99.
003380*
003390 01  AT920-REFUND-TAXES          PIC 9(05)V99 VALUE ZERO.
003400*
003410 01  AT920-OLD-SEAT.
003420     05  AT920-OLD-SEAT-CLASS    PIC X(01).
003430     05  AT920-OLD-SEAT-NUMBER   PIC X(04).
003440 01  AT920-HELD-SEAT-CLASS       PIC X(01) VALUE SPACE.
003450 01  AT920-HELD-SEAT-NUMBER      PIC X(04) VALUE SPACES.
003460 01  AT920-NEXT-PRIORITY-SEQ     PIC 9(04) VALUE ZERO.
003470*
003480 01  AT920-SEATS-CLOSED-COUNT    PIC 9(05) COMP VALUE ZERO.
003490 01  AT920-MOVED-COUNT           PIC 9(05) COMP VALUE ZERO.
003500 01  AT920-WAITLISTED-COUNT      PIC 9(05) COMP VALUE ZERO.
003510 01  AT920-CANCELLED-COUNT       PIC 9(05) COMP VALUE ZERO.
003520 01  AT920-NOT-MOVED-COUNT       PIC 9(05) COMP VALUE ZERO.
003530 01  AT920-REFUND-COUNT          PIC 9(05) COMP VALUE ZERO.
003540 01  AT920-REFUND-TOTAL          PIC 9(07)V99 COMP-3 VALUE ZERO.
003550 01  AT920-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
003560*
003570 PROCEDURE DIVISION.
003580*
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003610     PERFORM 2000-CLOSE-FLIGHT-SEATS THRU 2000-EXIT.
003620     PERFORM 3000-LOAD-LATER-FLIGHTS THRU 3000-EXIT.
003630     PERFORM 3500-LOAD-FLIGHT-SALES THRU 3500-EXIT.
003640     PERFORM 3700-LOAD-FLIGHT-FARES THRU 3700-EXIT.
003650     PERFORM 4000-FIND-PASSENGERS THRU 4000-EXIT.
003660     PERFORM 5000-REACCOMMODATE THRU 5000-EXIT.
003670     PERFORM 9000-WRAPUP THRU 9000-EXIT.
003680     STOP RUN.
003690*
003700* ---------------------------------------------------------------
003710* 1000-INITIALIZE TAKES THE FLIGHT TO CANCEL AND THE OPTION FOR
003720* PASSENGERS WHO CANNOT BE PLACED FROM THE AGENT, REFUSES A
003730* FLIGHT DATE THAT IS NOT A REAL DATE OR IS ALREADY PAST, AND
003740* OPENS THE FILES.
003750* ---------------------------------------------------------------
003760 1000-INITIALIZE.
003770     ACCEPT AT920-RUN-DATE FROM DATE YYYYMMDD.
003780     DISPLAY "=====================================".
003790     DISPLAY "   FLIGHT CANCELLATION               ".
003800     DISPLAY "=====================================".
003810     DISPLAY "Please enter the destination:".
003820     ACCEPT AT920-CR-DESTINATION.
003830     DISPLAY "Please enter the departure time (HH:MM):".
003840     ACCEPT AT920-CR-DEPARTURE-TIME.
003850     DISPLAY "Please enter the flight date (YYYYMMDD):".
003860     ACCEPT AT920-CR-FLIGHT-DATE.
003870     MOVE SPACE TO AT920-CR-UNPLACED-OPTION.
003880     PERFORM 1100-GET-UNPLACED-OPTION THRU 1100-EXIT
003890         UNTIL AT920-OPT-VALID.
003900     IF AT920-CR-FLIGHT-DATE IS NOT NUMERIC
003910         DISPLAY "Flight date is not a valid date; nothing "
003920             "cancelled."
003930         STOP RUN
003940     END-IF.
003950     COMPUTE AT920-FLIGHT-DATE-INT =
003960         FUNCTION INTEGER-OF-DATE(AT920-CR-FLIGHT-DATE).
003970     IF AT920-FLIGHT-DATE-INT = ZERO
003980         DISPLAY "Flight date is not a valid date; nothing "
003990             "cancelled."
004000         STOP RUN
004010     END-IF.
004020     IF AT920-CR-FLIGHT-DATE < AT920-RUN-DATE
004030         DISPLAY "Flight date is already past; nothing "
004040             "cancelled."
004050         STOP RUN
004060     END-IF.
004070     COMPUTE AT920-SEARCH-LIMIT-DATE =
004080         FUNCTION DATE-OF-INTEGER(AT920-FLIGHT-DATE-INT +
004090             AT920-SEARCH-DAYS).
004100     OPEN I-O TICKET-MASTER-FILE.
004110     IF AT920-TICKET-FILE-STATUS NOT = "00"
004120         DISPLAY "TKTMAST OPEN FAILED, STATUS = "
004130             AT920-TICKET-FILE-STATUS
004140         STOP RUN
004150     END-IF.
004160     OPEN I-O SEAT-MAP-FILE.
004170     IF AT920-SEAT-FILE-STATUS NOT = "00"
004180         DISPLAY "SEATMAP OPEN FAILED, STATUS = "
004190             AT920-SEAT-FILE-STATUS
004200         STOP RUN
004210     END-IF.
004220     OPEN I-O WAIT-LIST-FILE.
004230     IF AT920-WAIT-FILE-STATUS NOT = "00" AND
004240             AT920-WAIT-FILE-STATUS NOT = "05"
004250         DISPLAY "WAITLIST OPEN FAILED, STATUS = "
004260             AT920-WAIT-FILE-STATUS
004270         STOP RUN
004280     END-IF.
004290     OPEN EXTEND TICKET-REFUND-FILE.
004300     IF AT920-REFUND-FILE-STATUS NOT = "00" AND
004310             AT920-REFUND-FILE-STATUS NOT = "05"
004320         DISPLAY "TKTRFND OPEN FAILED, STATUS = "
004330             AT920-REFUND-FILE-STATUS
004340         STOP RUN
004350     END-IF.
004360     OPEN INPUT TICKET-LIABILITY-FILE.
004370     IF AT920-ATL-FILE-STATUS NOT = "00" AND
004380             AT920-ATL-FILE-STATUS NOT = "05"
004390         DISPLAY "TKTATL OPEN FAILED, STATUS = "
004400             AT920-ATL-FILE-STATUS
004410         STOP RUN
004420     END-IF.
004430     DISPLAY " ".
004440     DISPLAY "=====================================".
004450     DISPLAY "   RE-ACCOMMODATION REPORT           ".
004460     DISPLAY "   RUN DATE:       " AT920-RUN-DATE.
004470     DISPLAY "=====================================".
004480     DISPLAY "CANCELLED FLIGHT: " AT920-CR-DESTINATION.
004490     DISPLAY "DEPARTURE TIME:   " AT920-CR-DEPARTURE-TIME.
004500     DISPLAY "FLIGHT DATE:      " AT920-CR-FLIGHT-DATE.
004510     IF AT920-OPT-WAITLIST
004520         DISPLAY "NOT PLACED:       WAITLIST NEXT FLIGHT"
004530     ELSE
004540         DISPLAY "NOT PLACED:       CANCEL AND REFUND"
004550     END-IF.
004560     DISPLAY "SEARCHED THROUGH: " AT920-SEARCH-LIMIT-DATE.
004570     DISPLAY "-------------------------------------".
004580 1000-EXIT.
004590     EXIT.
004600*
004610 1100-GET-UNPLACED-OPTION.
004620     DISPLAY "Passengers who cannot be placed: W=Waitlist "
004630         "R=Refund".
004640     ACCEPT AT920-CR-UNPLACED-OPTION.
004650     IF NOT AT920-OPT-VALID
004660         DISPLAY "Invalid option, please re-enter."
004670     END-IF.
004680 1100-EXIT.
004690     EXIT.
004700*
004710* ---------------------------------------------------------------
004720* 2000-CLOSE-FLIGHT-SEATS MARKS EVERY SEAT ON THE CANCELLED
004730* FLIGHT'S SEAT MAP CANCELLED. EVERY PROGRAM THAT SELLS OR
004740* CLAIMS A SEAT TAKES ONLY AN OPEN ONE, SO THE FLIGHT IS CLOSED
004750* TO RESERVATIONS, TICKET PRINT, AND STANDBY FROM HERE ON, AND A
004760* SEAT MAP RERUN SKIPS IT BECAUSE IT STILL HOLDS SEAT RECORDS.
004770* A FLIGHT WITH NO SEAT MAP IS NOT A SCHEDULED FLIGHT AND THE
004780* RUN STOPS WITHOUT TOUCHING ANY TICKET.
004790* ---------------------------------------------------------------
004800 2000-CLOSE-FLIGHT-SEATS.
004810     SET AT920-SEAT-SCAN-ACTIVE TO TRUE.
004820     MOVE AT920-CR-DESTINATION TO SMR-DESTINATION.
004830     MOVE AT920-CR-DEPARTURE-TIME TO SMR-DEPARTURE-TIME.
004840     MOVE AT920-CR-FLIGHT-DATE TO SMR-FLIGHT-DATE.
004850     MOVE LOW-VALUES TO SMR-SEAT-NUMBER.
004860     START SEAT-MAP-FILE KEY IS NOT LESS THAN SMR-SEAT-KEY
004870         INVALID KEY
004880             SET AT920-SEAT-SCAN-DONE TO TRUE
004890     END-START.
004900     PERFORM 2100-CLOSE-ONE-SEAT THRU 2100-EXIT
004910         UNTIL AT920-SEAT-SCAN-DONE.
004920     IF AT920-SEATS-CLOSED-COUNT = ZERO
004930         DISPLAY "No seat map on file for that flight; nothing "
004940             "cancelled."
004950         CLOSE TICKET-MASTER-FILE
004960         CLOSE SEAT-MAP-FILE
004970         CLOSE WAIT-LIST-FILE
004980         CLOSE TICKET-REFUND-FILE
004990         CLOSE TICKET-LIABILITY-FILE
005000         STOP RUN
005010     END-IF.
005020     DISPLAY "SEATS MARKED CANCELLED: " AT920-SEATS-CLOSED-COUNT.
005030 2000-EXIT.
005040     EXIT.
005050*
005060 2100-CLOSE-ONE-SEAT.
005070     READ SEAT-MAP-FILE NEXT RECORD
005080         AT END
005090             SET AT920-SEAT-SCAN-DONE TO TRUE
005100     END-READ.
005110     IF AT920-SEAT-SCAN-DONE
005120         GO TO 2100-EXIT
005130     END-IF.
005140     IF SMR-DESTINATION NOT = AT920-CR-DESTINATION
005150             OR SMR-DEPARTURE-TIME NOT = AT920-CR-DEPARTURE-TIME
005160             OR SMR-FLIGHT-DATE NOT = AT920-CR-FLIGHT-DATE
005170         SET AT920-SEAT-SCAN-DONE TO TRUE
005180         GO TO 2100-EXIT
005190     END-IF.
005200     MOVE "C" TO SMR-SEAT-STATUS.
005210     REWRITE SEAT-MAP-RECORD.
005220     ADD 1 TO AT920-SEATS-CLOSED-COUNT.
005230 2100-EXIT.
005240     EXIT.
005250*
005260* ---------------------------------------------------------------
005270* 3000-LOAD-LATER-FLIGHTS PASSES THE SEAT MAP FOR THE
005280* DESTINATION ONCE AND TABLES EVERY FLIGHT THAT LEAVES AFTER THE
005290* CANCELLED ONE, UP TO THE SEARCH LIMIT DATE, WITH ITS OPEN
005300* SEATS BY CLASS. A FLIGHT ITSELF CANCELLED IS LEFT OUT. THE
005310* EARLIEST OF THEM, FULL OR NOT, IS THE "NEXT FLIGHT" WHOSE
005320* WAITLIST TAKES PASSENGERS WHO CANNOT BE PLACED.
005330* ---------------------------------------------------------------
005340 3000-LOAD-LATER-FLIGHTS.
005350     SET AT920-SEAT-SCAN-ACTIVE TO TRUE.
005360     MOVE LOW-VALUES TO SMR-SEAT-KEY.
005370     MOVE AT920-CR-DESTINATION TO SMR-DESTINATION.
005380     START SEAT-MAP-FILE KEY IS NOT LESS THAN SMR-SEAT-KEY
005390         INVALID KEY
005400             SET AT920-SEAT-SCAN-DONE TO TRUE
005410     END-START.
005420     PERFORM 3100-LOAD-ONE-SEAT THRU 3100-EXIT
005430         UNTIL AT920-SEAT-SCAN-DONE.
005440     MOVE "*" TO AT920-WANT-CLASS.
005450     PERFORM 5250-FIND-EARLIEST-FLIGHT THRU 5250-EXIT.
005460     MOVE AT920-BEST-FLT-IX TO AT920-NEXT-FLT-IX.
005470     DISPLAY "LATER FLIGHTS FOUND:    " AT920-FLIGHT-COUNT.
005480 3000-EXIT.
005490     EXIT.
005500*
005510 3100-LOAD-ONE-SEAT.
005520     READ SEAT-MAP-FILE NEXT RECORD
005530         AT END
005540             SET AT920-SEAT-SCAN-DONE TO TRUE
005550     END-READ.
005560     IF AT920-SEAT-SCAN-DONE
005570         GO TO 3100-EXIT
005580     END-IF.
005590     IF SMR-DESTINATION NOT = AT920-CR-DESTINATION
005600         SET AT920-SEAT-SCAN-DONE TO TRUE
005610         GO TO 3100-EXIT
005620     END-IF.
005630     IF SMR-SEAT-CANCELLED
005640             OR SMR-FLIGHT-DATE < AT920-CR-FLIGHT-DATE
005650             OR SMR-FLIGHT-DATE > AT920-SEARCH-LIMIT-DATE
005660         GO TO 3100-EXIT
005670     END-IF.
005680     IF SMR-FLIGHT-DATE = AT920-CR-FLIGHT-DATE AND
005690             SMR-DEPARTURE-TIME NOT > AT920-CR-DEPARTURE-TIME
005700         GO TO 3100-EXIT
005710     END-IF.
005720     IF AT920-FLIGHT-COUNT = ZERO
005730         PERFORM 3200-ADD-FLIGHT-ENTRY THRU 3200-EXIT
005740     ELSE
005750         IF SMR-DEPARTURE-TIME NOT =
005760                 AT920-FT-DEPARTURE-TIME(AT920-FLT-IX)
005770                 OR SMR-FLIGHT-DATE NOT =
005780                 AT920-FT-FLIGHT-DATE(AT920-FLT-IX)
005790             PERFORM 3200-ADD-FLIGHT-ENTRY THRU 3200-EXIT
005800         END-IF
005810     END-IF.
005820     IF AT920-FLIGHT-TABLE-FULL
005830         GO TO 3100-EXIT
005840     END-IF.
005850     IF SMR-SEAT-OPEN
005860         EVALUATE SMR-SEAT-CLASS
005870             WHEN "F"
005880                 ADD 1 TO AT920-FT-OPEN-F(AT920-FLT-IX)
005890             WHEN "Y"
005900                 ADD 1 TO AT920-FT-OPEN-Y(AT920-FLT-IX)
005910             WHEN OTHER
005920                 CONTINUE
005930         END-EVALUATE
005940     END-IF.
005950 3100-EXIT.
005960     EXIT.
005970*
005980* ---------------------------------------------------------------
005990* 3200-ADD-FLIGHT-ENTRY OPENS A TABLE ENTRY FOR THE FLIGHT THE
006000* SEAT MAP HAS JUST MOVED ON TO. THE SEAT MAP KEY KEEPS EACH
006010* FLIGHT'S SEATS TOGETHER, SO A NEW FLIGHT ALWAYS FOLLOWS THE
006020* LAST ENTRY. ONCE THE TABLE IS FULL, LATER FLIGHTS ARE NOT
006030* OFFERED.
006040* ---------------------------------------------------------------
006050 3200-ADD-FLIGHT-ENTRY.
006060     IF AT920-FLIGHT-COUNT >= 200
006070         IF NOT AT920-FLIGHT-TABLE-FULL
006080             DISPLAY "FLIGHT TABLE FULL AT 200 FLIGHTS, LATER "
006090                 "FLIGHTS NOT OFFERED"
006100             SET AT920-FLIGHT-TABLE-FULL TO TRUE
006110         END-IF
006120         GO TO 3200-EXIT
006130     END-IF.
006140     ADD 1 TO AT920-FLIGHT-COUNT.
006150     SET AT920-FLT-IX TO AT920-FLIGHT-COUNT.
006160     MOVE SMR-DEPARTURE-TIME TO
006170         AT920-FT-DEPARTURE-TIME(AT920-FLT-IX).
006180     MOVE SMR-FLIGHT-DATE TO AT920-FT-FLIGHT-DATE(AT920-FLT-IX).
006190     MOVE ZERO TO AT920-FT-OPEN-F(AT920-FLT-IX).
006200     MOVE ZERO TO AT920-FT-OPEN-Y(AT920-FLT-IX).
006210     MOVE SPACES TO AT920-FT-GATE-NUMBER(AT920-FLT-IX).
006220     MOVE SPACES TO AT920-FT-BOARDING-TIME(AT920-FLT-IX).
006230 3200-EXIT.
006240     EXIT.
006250*
006260* ---------------------------------------------------------------
006270* 3500-LOAD-FLIGHT-SALES TABLES THE SALES ON TODAY'S TICKET SALES
006280* FILE FOR THE CANCELLED FLIGHT. A TICKET SOLD TODAY HAS HAD ITS
006290* FARE JOURNALED BUT IS NOT YET ON THE LIABILITY FILE, SO IF IT
006300* CANNOT BE MOVED IT IS REFUNDED FROM THAT SALE, AS THE
006310* RESERVATION PROGRAM DOES FOR A CANCELLATION.
006320* ---------------------------------------------------------------
006330 3500-LOAD-FLIGHT-SALES.
006340     OPEN INPUT TICKET-SALES-FILE.
006350     IF AT920-SALES-FILE-STATUS NOT = "00" AND
006360             AT920-SALES-FILE-STATUS NOT = "05"
006370         DISPLAY "TKTSALES OPEN FAILED, STATUS = "
006380             AT920-SALES-FILE-STATUS
006390         STOP RUN
006400     END-IF.
006410     PERFORM 3600-LOAD-ONE-SALE THRU 3600-EXIT
006420         UNTIL AT920-END-OF-SALES-FILE.
006430     CLOSE TICKET-SALES-FILE.
006440 3500-EXIT.
006450     EXIT.
006460*
006470 3600-LOAD-ONE-SALE.
006480     READ TICKET-SALES-FILE
006490         AT END
006500             SET AT920-END-OF-SALES-FILE TO TRUE
006510     END-READ.
006520     IF AT920-END-OF-SALES-FILE
006530         GO TO 3600-EXIT
006540     END-IF.
006550     IF TSR-DESTINATION NOT = AT920-CR-DESTINATION
006560             OR TSR-DEPARTURE-TIME NOT = AT920-CR-DEPARTURE-TIME
006570             OR TSR-FLIGHT-DATE NOT = AT920-CR-FLIGHT-DATE
006580         GO TO 3600-EXIT
006590     END-IF.
006600     IF AT920-SALE-COUNT >= 500
006610         DISPLAY "SALES TABLE FULL AT 500 ENTRIES, TICKET "
006620             TSR-TICKET-NUMBER " NOT LOADED"
006630         GO TO 3600-EXIT
006640     END-IF.
006650     ADD 1 TO AT920-SALE-COUNT.
006660     SET AT920-SALE-IX TO AT920-SALE-COUNT.
006670     MOVE TSR-TICKET-NUMBER TO
006680         AT920-ST-TICKET-NUMBER(AT920-SALE-IX).
006690     MOVE TSR-SEAT-CLASS TO AT920-ST-SEAT-CLASS(AT920-SALE-IX).
006700     MOVE TSR-FARE-AMOUNT TO AT920-ST-FARE-AMOUNT(AT920-SALE-IX).
006710     MOVE TSR-TAXES TO AT920-ST-TAXES(AT920-SALE-IX).
006720     MOVE TSR-TOTAL-FARE TO AT920-ST-TOTAL-FARE(AT920-SALE-IX).
006730     MOVE TSR-FARE-BASIS TO AT920-ST-FARE-BASIS(AT920-SALE-IX).
006740     MOVE TSR-PAYMENT-FORM TO
006750         AT920-ST-PAYMENT-FORM(AT920-SALE-IX).
006760     MOVE TSR-AUTH-REFERENCE TO
006770         AT920-ST-AUTH-REFERENCE(AT920-SALE-IX).
006780 3600-EXIT.
006790     EXIT.
006800*
006810* ---------------------------------------------------------------
006820* 3700-LOAD-FLIGHT-FARES TABLES THE TAXES OF EVERY FARE TABLE ROW
006830* FOR THE CANCELLED FLIGHT'S DESTINATION, BY CLASS AND FARE BASIS,
006840* FOR A REFUND OF A FARE SOLD ON AN EARLIER DAY.
006850* ---------------------------------------------------------------
006860 3700-LOAD-FLIGHT-FARES.
006870     OPEN INPUT FARE-TABLE-FILE.
006880     IF AT920-FARE-FILE-STATUS NOT = "00"
006890         DISPLAY "FARETAB OPEN FAILED, STATUS = "
006900             AT920-FARE-FILE-STATUS
006910         STOP RUN
006920     END-IF.
006930     PERFORM 3800-LOAD-ONE-FARE THRU 3800-EXIT
006940         UNTIL AT920-END-OF-FARE-TABLE.
006950     CLOSE FARE-TABLE-FILE.
006960 3700-EXIT.
006970     EXIT.
006980*
006990 3800-LOAD-ONE-FARE.
007000     READ FARE-TABLE-FILE
007010         AT END
007020             SET AT920-END-OF-FARE-TABLE TO TRUE
007030     END-READ.
007040     IF AT920-END-OF-FARE-TABLE
007050         GO TO 3800-EXIT
007060     END-IF.
007070     IF FTR-DESTINATION NOT = AT920-CR-DESTINATION
007080         GO TO 3800-EXIT
007090     END-IF.
007100     IF AT920-FARE-COUNT >= 200
007110         DISPLAY "FARE TABLE FULL AT 200 ENTRIES, BASIS "
007120             FTR-FARE-BASIS " NOT LOADED"
007130         GO TO 3800-EXIT
007140     END-IF.
007150     ADD 1 TO AT920-FARE-COUNT.
007160     SET AT920-FARE-IX TO AT920-FARE-COUNT.
007170     MOVE FTR-SEAT-CLASS TO AT920-FR-SEAT-CLASS(AT920-FARE-IX).
007180     MOVE FTR-FARE-BASIS TO AT920-FR-FARE-BASIS(AT920-FARE-IX).
007190     MOVE FTR-TAXES TO AT920-FR-TAXES(AT920-FARE-IX).
007200 3800-EXIT.
007210     EXIT.
007220*
007230* ---------------------------------------------------------------
007240* 4000-FIND-PASSENGERS PASSES THE TICKET MASTER ONCE. EVERY
007250* TICKET ON THE CANCELLED FLIGHT IS TABLED FOR RE-ACCOMMODATION;
007260* A TICKET ON ONE OF THE LATER FLIGHTS LENDS THAT FLIGHT ITS
007270* GATE AND BOARDING TIME FOR THE TICKETS MOVED ONTO IT.
007280* ---------------------------------------------------------------
007290 4000-FIND-PASSENGERS.
007300     MOVE LOW-VALUES TO TMR-TICKET-NUMBER.
007310     START TICKET-MASTER-FILE KEY IS NOT LESS THAN
007320             TMR-TICKET-NUMBER
007330         INVALID KEY
007340             SET AT920-END-OF-TICKET-SCAN TO TRUE
007350     END-START.
007360     PERFORM 4100-SCAN-ONE-TICKET THRU 4100-EXIT
007370         UNTIL AT920-END-OF-TICKET-SCAN.
007380     DISPLAY "PASSENGERS ON FLIGHT:   " AT920-PAX-COUNT.
007390 4000-EXIT.
007400     EXIT.
007410*
007420 4100-SCAN-ONE-TICKET.
007430     READ TICKET-MASTER-FILE NEXT RECORD
007440         AT END
007450             SET AT920-END-OF-TICKET-SCAN TO TRUE
007460     END-READ.
007470     IF AT920-END-OF-TICKET-SCAN
007480         GO TO 4100-EXIT
007490     END-IF.
007500     IF TMR-DESTINATION NOT = AT920-CR-DESTINATION
007510         GO TO 4100-EXIT
007520     END-IF.
007530     IF TMR-DEPARTURE-TIME NOT = AT920-CR-DEPARTURE-TIME
007540             OR TMR-FLIGHT-DATE NOT = AT920-CR-FLIGHT-DATE
007550         PERFORM 4200-NOTE-FLIGHT-GATE THRU 4200-EXIT
007560         GO TO 4100-EXIT
007570     END-IF.
007580     IF AT920-PAX-COUNT >= 500
007590         DISPLAY "PASSENGER TABLE FULL AT 500, TICKET "
007600             TMR-TICKET-NUMBER " LEFT FOR A RERUN"
007610         GO TO 4100-EXIT
007620     END-IF.
007630     ADD 1 TO AT920-PAX-COUNT.
007640     SET AT920-PAX-IX TO AT920-PAX-COUNT.
007650     MOVE TMR-TICKET-NUMBER TO
007660         AT920-PT-TICKET-NUMBER(AT920-PAX-IX).
007670     MOVE "N" TO AT920-PT-DONE-SWITCH(AT920-PAX-IX).
007680 4100-EXIT.
007690     EXIT.
007700*
007710 4200-NOTE-FLIGHT-GATE.
007720     IF AT920-FLIGHT-COUNT = ZERO
007730         GO TO 4200-EXIT
007740     END-IF.
007750     SET AT920-FLT-IX TO 1.
007760     SEARCH AT920-FLIGHT-ENTRY
007770         AT END
007780             CONTINUE
007790         WHEN AT920-FT-DEPARTURE-TIME(AT920-FLT-IX) =
007800                 TMR-DEPARTURE-TIME
007810             AND AT920-FT-FLIGHT-DATE(AT920-FLT-IX) =
007820                 TMR-FLIGHT-DATE
007830             IF AT920-FT-GATE-NUMBER(AT920-FLT-IX) = SPACES
007840                 MOVE TMR-GATE-NUMBER TO
007850                     AT920-FT-GATE-NUMBER(AT920-FLT-IX)
007860                 MOVE TMR-BOARDING-TIME TO
007870                     AT920-FT-BOARDING-TIME(AT920-FLT-IX)
007880             END-IF
007890     END-SEARCH.
007900 4200-EXIT.
007910     EXIT.
007920*
007930* ---------------------------------------------------------------
007940* 5000-REACCOMMODATE WORKS THE TABLED PASSENGERS IN TICKET
007950* NUMBER ORDER, IN TWO PASSES: FIRST THOSE ALREADY SEATED IN A
007960* CLASS, THEN THOSE WITH NO SEAT YET.
007970* ---------------------------------------------------------------
007980 5000-REACCOMMODATE.
007990     DISPLAY " ".
008000     IF AT920-PAX-COUNT = ZERO
008010         DISPLAY "NO TICKETS BOOKED ON THE CANCELLED FLIGHT."
008020         GO TO 5000-EXIT
008030     END-IF.
008040     SET AT920-CLASSED-PASS TO TRUE.
008050     PERFORM 5100-PROCESS-ONE-PASSENGER THRU 5100-EXIT
008060         VARYING AT920-PAX-IX FROM 1 BY 1
008070         UNTIL AT920-PAX-IX > AT920-PAX-COUNT.
008080     SET AT920-UNCLASSED-PASS TO TRUE.
008090     PERFORM 5100-PROCESS-ONE-PASSENGER THRU 5100-EXIT
008100         VARYING AT920-PAX-IX FROM 1 BY 1
008110         UNTIL AT920-PAX-IX > AT920-PAX-COUNT.
008120 5000-EXIT.
008130     EXIT.
008140*
008150* ---------------------------------------------------------------
008160* 5100-PROCESS-ONE-PASSENGER READS THE TICKET AND TRIES THE
008170* LATER FLIGHTS, EARLIEST FIRST, FOR A SEAT IN ITS CLASS. A
008180* SEATED TICKET NEEDS ITS OWN CLASS; A TICKET WITH NO SEAT, OR
008190* PRINTED WITH NONE ("U"), HAS NO CLASS YET AND TAKES ANY SEAT.
008200* ---------------------------------------------------------------
008210 5100-PROCESS-ONE-PASSENGER.
008220     IF AT920-PT-DONE(AT920-PAX-IX)
008230         GO TO 5100-EXIT
008240     END-IF.
008250     MOVE AT920-PT-TICKET-NUMBER(AT920-PAX-IX) TO
008260         TMR-TICKET-NUMBER.
008270     READ TICKET-MASTER-FILE
008280         INVALID KEY
008290             DISPLAY "TICKET " TMR-TICKET-NUMBER
008300                 " NO LONGER ON FILE, SKIPPED"
008310             MOVE "Y" TO AT920-PT-DONE-SWITCH(AT920-PAX-IX)
008320             GO TO 5100-EXIT
008330     END-READ.
008340     IF TMR-SEAT-CLASS = "F" OR TMR-SEAT-CLASS = "Y"
008350         MOVE TMR-SEAT-CLASS TO AT920-WANT-CLASS
008360     ELSE
008370         MOVE SPACE TO AT920-WANT-CLASS
008380     END-IF.
008390     IF AT920-CLASSED-PASS AND AT920-WANT-CLASS = SPACE
008400         GO TO 5100-EXIT
008410     END-IF.
008420     MOVE "Y" TO AT920-PT-DONE-SWITCH(AT920-PAX-IX).
008430     IF TMR-SEAT-NUMBER = SPACES
008440         MOVE SPACE TO AT920-OLD-SEAT-CLASS
008450         MOVE "NONE" TO AT920-OLD-SEAT-NUMBER
008460     ELSE
008470         MOVE TMR-SEAT-CLASS TO AT920-OLD-SEAT-CLASS
008480         MOVE TMR-SEAT-NUMBER TO AT920-OLD-SEAT-NUMBER
008490     END-IF.
008500     DISPLAY "TICKET " TMR-TICKET-NUMBER "  " TMR-CUSTOMER-NAME.
008510     SET AT920-SEAT-NOT-CLAIMED TO TRUE.
008520     SET AT920-FLIGHT-LEFT TO TRUE.
008530     PERFORM 5200-TRY-NEXT-FLIGHT THRU 5200-EXIT
008540         UNTIL AT920-SEAT-CLAIMED
008550         OR AT920-NO-FLIGHT-LEFT.
008560     IF AT920-SEAT-CLAIMED
008570         PERFORM 5400-MOVE-TICKET THRU 5400-EXIT
008580     ELSE
008590         PERFORM 6000-HANDLE-UNPLACED THRU 6000-EXIT
008600     END-IF.
008610 5100-EXIT.
008620     EXIT.
008630*
008640* ---------------------------------------------------------------
008650* 5200-TRY-NEXT-FLIGHT PICKS THE EARLIEST LATER FLIGHT THE TABLE
008660* STILL SHOWS ROOM ON IN THE CLASS WANTED AND CLAIMS A SEAT ON
008670* IT. IF THE SEAT MAP HAS NO SUCH SEAT AFTER ALL, THE TABLE IS
008680* CORRECTED AND THE NEXT FLIGHT IS TRIED.
008690* ---------------------------------------------------------------
008700 5200-TRY-NEXT-FLIGHT.
008710     PERFORM 5250-FIND-EARLIEST-FLIGHT THRU 5250-EXIT.
008720     IF AT920-BEST-FLT-IX = ZERO
008730         SET AT920-NO-FLIGHT-LEFT TO TRUE
008740         GO TO 5200-EXIT
008750     END-IF.
008760     SET AT920-FLT-IX TO AT920-BEST-FLT-IX.
008770     MOVE AT920-WANT-CLASS TO AT920-CLAIM-CLASS.
008780     IF AT920-CLAIM-CLASS = SPACE
008790         IF AT920-FT-OPEN-Y(AT920-FLT-IX) > ZERO
008800             MOVE "Y" TO AT920-CLAIM-CLASS
008810         ELSE
008820             MOVE "F" TO AT920-CLAIM-CLASS
008830         END-IF
008840     END-IF.
008850     PERFORM 5300-CLAIM-SEAT THRU 5300-EXIT.
008860     IF AT920-SEAT-CLAIMED
008870         IF AT920-CLAIM-CLASS = "F"
008880             SUBTRACT 1 FROM AT920-FT-OPEN-F(AT920-FLT-IX)
008890         ELSE
008900             SUBTRACT 1 FROM AT920-FT-OPEN-Y(AT920-FLT-IX)
008910         END-IF
008920     ELSE
008930         IF AT920-CLAIM-CLASS = "F"
008940             MOVE ZERO TO AT920-FT-OPEN-F(AT920-FLT-IX)
008950         ELSE
008960             MOVE ZERO TO AT920-FT-OPEN-Y(AT920-FLT-IX)
008970         END-IF
008980     END-IF.
008990 5200-EXIT.
009000     EXIT.
009010*
009020* ---------------------------------------------------------------
009030* 5250-FIND-EARLIEST-FLIGHT WALKS THE FLIGHT TABLE AND RETURNS
009040* THE EARLIEST FLIGHT (BY FLIGHT DATE, THEN DEPARTURE TIME) THAT
009050* SUITS THE CLASS WANTED, OR ZERO WHEN NONE DOES.
009060* ---------------------------------------------------------------
009070 5250-FIND-EARLIEST-FLIGHT.
009080     MOVE ZERO TO AT920-BEST-FLT-IX.
009090     IF AT920-FLIGHT-COUNT = ZERO
009100         GO TO 5250-EXIT
009110     END-IF.
009120     PERFORM 5260-TEST-ONE-FLIGHT THRU 5260-EXIT
009130         VARYING AT920-FLT-IX FROM 1 BY 1
009140         UNTIL AT920-FLT-IX > AT920-FLIGHT-COUNT.
009150 5250-EXIT.
009160     EXIT.
009170*
009180 5260-TEST-ONE-FLIGHT.
009190     EVALUATE AT920-WANT-CLASS
009200         WHEN "F"
009210             IF AT920-FT-OPEN-F(AT920-FLT-IX) = ZERO
009220                 GO TO 5260-EXIT
009230             END-IF
009240         WHEN "Y"
009250             IF AT920-FT-OPEN-Y(AT920-FLT-IX) = ZERO
009260                 GO TO 5260-EXIT
009270             END-IF
009280         WHEN SPACE
009290             IF AT920-FT-OPEN-F(AT920-FLT-IX) = ZERO AND
009300                     AT920-FT-OPEN-Y(AT920-FLT-IX) = ZERO
009310                 GO TO 5260-EXIT
009320             END-IF
009330         WHEN OTHER
009340             CONTINUE
009350     END-EVALUATE.
009360     IF AT920-BEST-FLT-IX NOT = ZERO
009370         IF AT920-FT-FLIGHT-DATE(AT920-FLT-IX) >
009380                 AT920-BEST-FLIGHT-DATE
009390             GO TO 5260-EXIT
009400         END-IF
009410         IF AT920-FT-FLIGHT-DATE(AT920-FLT-IX) =
009420                 AT920-BEST-FLIGHT-DATE AND
009430                 AT920-FT-DEPARTURE-TIME(AT920-FLT-IX) NOT <
009440                 AT920-BEST-DEPARTURE-TIME
009450             GO TO 5260-EXIT
009460         END-IF
009470     END-IF.
009480     SET AT920-BEST-FLT-IX TO AT920-FLT-IX.
009490     MOVE AT920-FT-FLIGHT-DATE(AT920-FLT-IX) TO
009500         AT920-BEST-FLIGHT-DATE.
009510     MOVE AT920-FT-DEPARTURE-TIME(AT920-FLT-IX) TO
009520         AT920-BEST-DEPARTURE-TIME.
009530 5260-EXIT.
009540     EXIT.
009550*
009560* ---------------------------------------------------------------
009570* 5300-CLAIM-SEAT FINDS THE FIRST OPEN SEAT OF THE CLAIM CLASS ON
009580* THE CHOSEN FLIGHT'S SEAT MAP AND MARKS IT OCCUPIED, THE SAME
009590* WAY TICKET PRINT AND STANDBY CLAIM SEATS.
009600* ---------------------------------------------------------------
009610 5300-CLAIM-SEAT.
009620     SET AT920-SEAT-NOT-CLAIMED TO TRUE.
009630     SET AT920-SEAT-SCAN-ACTIVE TO TRUE.
009640     MOVE AT920-CR-DESTINATION TO SMR-DESTINATION.
009650     MOVE AT920-FT-DEPARTURE-TIME(AT920-FLT-IX) TO
009660         SMR-DEPARTURE-TIME.
009670     MOVE AT920-FT-FLIGHT-DATE(AT920-FLT-IX) TO SMR-FLIGHT-DATE.
009680     MOVE LOW-VALUES TO SMR-SEAT-NUMBER.
009690     START SEAT-MAP-FILE KEY IS NOT LESS THAN SMR-SEAT-KEY
009700         INVALID KEY
009710             SET AT920-SEAT-SCAN-DONE TO TRUE
009720     END-START.
009730     PERFORM 5350-SCAN-ONE-SEAT THRU 5350-EXIT
009740         UNTIL AT920-SEAT-CLAIMED
009750         OR AT920-SEAT-SCAN-DONE.
009760 5300-EXIT.
009770     EXIT.
009780*
009790 5350-SCAN-ONE-SEAT.
009800     READ SEAT-MAP-FILE NEXT RECORD
009810         AT END
009820             SET AT920-SEAT-SCAN-DONE TO TRUE
009830     END-READ.
009840     IF AT920-SEAT-SCAN-DONE
009850         GO TO 5350-EXIT
009860     END-IF.
009870     IF SMR-DESTINATION NOT = AT920-CR-DESTINATION
009880             OR SMR-DEPARTURE-TIME NOT =
009890                 AT920-FT-DEPARTURE-TIME(AT920-FLT-IX)
009900             OR SMR-FLIGHT-DATE NOT =
009910                 AT920-FT-FLIGHT-DATE(AT920-FLT-IX)
009920         SET AT920-SEAT-SCAN-DONE TO TRUE
009930         GO TO 5350-EXIT
009940     END-IF.
009950     IF SMR-SEAT-OPEN AND SMR-SEAT-CLASS = AT920-CLAIM-CLASS
009960         MOVE "X" TO SMR-SEAT-STATUS
009970         REWRITE SEAT-MAP-RECORD
009980         MOVE SMR-SEAT-CLASS TO AT920-HELD-SEAT-CLASS
009990         MOVE SMR-SEAT-NUMBER TO AT920-HELD-SEAT-NUMBER
010000         SET AT920-SEAT-CLAIMED TO TRUE
010010     END-IF.
010020 5350-EXIT.
010030     EXIT.
010040*
010050* ---------------------------------------------------------------
010060* 5400-MOVE-TICKET REWRITES THE TICKET ONTO THE NEW FLIGHT AND
010070* SEAT, NOT BOARDED, WITH THE NEW FLIGHT'S GATE AND BOARDING
010080* TIME. TICKET NUMBER, PASSENGER, AND BOOKING DATE ARE KEPT, AND
010090* NO SALE IS WRITTEN: THE PASSENGER FLIES ON THE FARE ALREADY
010100* PAID OR, NOT YET PRICED, IS PRICED AT TICKET PRINT FROM THE
010110* ORIGINAL BOOKING AS ALWAYS.
010120* ---------------------------------------------------------------
010130 5400-MOVE-TICKET.
010140     MOVE AT920-FT-DEPARTURE-TIME(AT920-FLT-IX) TO
010150         TMR-DEPARTURE-TIME.
010160     MOVE AT920-FT-FLIGHT-DATE(AT920-FLT-IX) TO TMR-FLIGHT-DATE.
010170     IF AT920-FT-GATE-NUMBER(AT920-FLT-IX) = SPACES
010180         MOVE AT920-UNKNOWN-GATE TO TMR-GATE-NUMBER
010190         MOVE AT920-UNKNOWN-BOARDING-TIME TO TMR-BOARDING-TIME
010200     ELSE
010210         MOVE AT920-FT-GATE-NUMBER(AT920-FLT-IX) TO
010220             TMR-GATE-NUMBER
010230         MOVE AT920-FT-BOARDING-TIME(AT920-FLT-IX) TO
010240             TMR-BOARDING-TIME
010250     END-IF.
010260     MOVE AT920-HELD-SEAT-CLASS TO TMR-SEAT-CLASS.
010270     MOVE AT920-HELD-SEAT-NUMBER TO TMR-SEAT-NUMBER.
010280     MOVE "N" TO TMR-BOARDING-STATUS.
010290     REWRITE TICKET-MASTER-RECORD
010300         INVALID KEY
010310             DISPLAY "     TICKET NOT REWRITTEN, STATUS = "
010320                 AT920-TICKET-FILE-STATUS
010330                 "; SEAT " AT920-HELD-SEAT-CLASS
010340                 AT920-HELD-SEAT-NUMBER " HELD, FIX BY HAND"
010350             ADD 1 TO AT920-NOT-MOVED-COUNT
010360             GO TO 5400-EXIT
010370     END-REWRITE.
010380     ADD 1 TO AT920-MOVED-COUNT.
010390     DISPLAY "     OLD " AT920-CR-FLIGHT-DATE " "
010400         AT920-CR-DEPARTURE-TIME "  SEAT " AT920-OLD-SEAT.
010410     DISPLAY "     NEW " TMR-FLIGHT-DATE " " TMR-DEPARTURE-TIME
010420         "  SEAT " TMR-SEAT-CLASS TMR-SEAT-NUMBER
010430         "  GATE " TMR-GATE-NUMBER.
010440 5400-EXIT.
010450     EXIT.
010460*
010470* ---------------------------------------------------------------
010480* 6000-HANDLE-UNPLACED DEALS WITH A PASSENGER NO LATER FLIGHT
010490* HAS ROOM FOR. UNDER THE WAITLIST OPTION THE PASSENGER GOES ON
010500* THE NEXT FLIGHT'S WAITLIST; WITH NO LATER FLIGHT TO LIST THEM
010510* ON, OR UNDER THE REFUND OPTION, THEY ARE NOT LISTED. EITHER WAY
010520* THE TICKET IS CANCELLED AND ANY JOURNALED FARE REFUNDED.
010530* ---------------------------------------------------------------
010540 6000-HANDLE-UNPLACED.
010550     ADD 1 TO AT920-NOT-MOVED-COUNT.
010560     DISPLAY "     OLD " AT920-CR-FLIGHT-DATE " "
010570         AT920-CR-DEPARTURE-TIME "  SEAT " AT920-OLD-SEAT.
010580     IF AT920-OPT-WAITLIST
010590         IF AT920-NEXT-FLT-IX = ZERO
010600             DISPLAY "     NOT MOVED - NO LATER FLIGHT TO "
010610                 "WAITLIST ON"
010620         ELSE
010630             PERFORM 6100-WAITLIST-PASSENGER THRU 6100-EXIT
010640         END-IF
010650     ELSE
010660         DISPLAY "     NOT MOVED - NO SEAT ON A LATER FLIGHT"
010670     END-IF.
010680     PERFORM 6200-CANCEL-TICKET THRU 6200-EXIT.
010690 6000-EXIT.
010700     EXIT.
010710*
010720* ---------------------------------------------------------------
010730* 6100-WAITLIST-PASSENGER ADDS THE PASSENGER TO THE NEXT
010740* FLIGHT'S WAITLIST UNDER THE NEXT PRIORITY SEQUENCE, THE SAME
010750* WAY THE RESERVATION PROGRAM WAITLISTS A SOLD-OUT BOOKING.
010760* ---------------------------------------------------------------
010770 6100-WAITLIST-PASSENGER.
010780     SET AT920-FLT-IX TO AT920-NEXT-FLT-IX.
010790     PERFORM 6150-FIND-NEXT-PRIORITY THRU 6150-EXIT.
010800     MOVE AT920-CR-DESTINATION TO WLR-DESTINATION.
010810     MOVE AT920-FT-DEPARTURE-TIME(AT920-FLT-IX) TO
010820         WLR-DEPARTURE-TIME.
010830     MOVE AT920-FT-FLIGHT-DATE(AT920-FLT-IX) TO WLR-FLIGHT-DATE.
010840     MOVE AT920-NEXT-PRIORITY-SEQ TO WLR-PRIORITY-SEQ.
010850     MOVE TMR-CUSTOMER-NAME TO WLR-CUSTOMER-NAME.
010860     IF AT920-FT-GATE-NUMBER(AT920-FLT-IX) = SPACES
010870         MOVE AT920-UNKNOWN-GATE TO WLR-GATE-NUMBER
010880         MOVE AT920-UNKNOWN-BOARDING-TIME TO WLR-BOARDING-TIME
010890     ELSE
010900         MOVE AT920-FT-GATE-NUMBER(AT920-FLT-IX) TO
010910             WLR-GATE-NUMBER
010920         MOVE AT920-FT-BOARDING-TIME(AT920-FLT-IX) TO
010930             WLR-BOARDING-TIME
010940     END-IF.
010950     MOVE AT920-RUN-DATE TO WLR-DATE-ADDED.
010960     MOVE TMR-MEMBER-NUMBER TO WLR-MEMBER-NUMBER.
010970     MOVE TMR-PAYMENT-FORM TO WLR-PAYMENT-FORM.
010980     MOVE TMR-AUTH-REFERENCE TO WLR-AUTH-REFERENCE.
010990     WRITE WAIT-LIST-RECORD
011000         INVALID KEY
011010             DISPLAY "     NOT MOVED - WAITLIST ADD FAILED, "
011020                 "STATUS = " AT920-WAIT-FILE-STATUS
011030             GO TO 6100-EXIT
011040     END-WRITE.
011050     ADD 1 TO AT920-WAITLISTED-COUNT.
011060     DISPLAY "     NOT MOVED - WAITLISTED " WLR-FLIGHT-DATE " "
011070         WLR-DEPARTURE-TIME "  POSITION " WLR-PRIORITY-SEQ.
011080 6100-EXIT.
011090     EXIT.
011100*
011110 6150-FIND-NEXT-PRIORITY.
011120     MOVE ZERO TO AT920-NEXT-PRIORITY-SEQ.
011130     SET AT920-WAIT-SCAN-ACTIVE TO TRUE.
011140     MOVE AT920-CR-DESTINATION TO WLR-DESTINATION.
011150     MOVE AT920-FT-DEPARTURE-TIME(AT920-FLT-IX) TO
011160         WLR-DEPARTURE-TIME.
011170     MOVE AT920-FT-FLIGHT-DATE(AT920-FLT-IX) TO WLR-FLIGHT-DATE.
011180     MOVE ZERO TO WLR-PRIORITY-SEQ.
011190     START WAIT-LIST-FILE KEY IS NOT LESS THAN WLR-WAIT-KEY
011200         INVALID KEY
011210             SET AT920-WAIT-SCAN-DONE TO TRUE
011220     END-START.
011230     PERFORM 6160-SCAN-ONE-WAIT-ENTRY THRU 6160-EXIT
011240         UNTIL AT920-WAIT-SCAN-DONE.
011250     ADD 1 TO AT920-NEXT-PRIORITY-SEQ.
011260 6150-EXIT.
011270     EXIT.
011280*
011290 6160-SCAN-ONE-WAIT-ENTRY.
011300     READ WAIT-LIST-FILE NEXT RECORD
011310         AT END
011320             SET AT920-WAIT-SCAN-DONE TO TRUE
011330     END-READ.
011340     IF AT920-WAIT-SCAN-ACTIVE
011350         IF WLR-DESTINATION NOT = AT920-CR-DESTINATION
011360             OR WLR-DEPARTURE-TIME NOT =
011370                 AT920-FT-DEPARTURE-TIME(AT920-FLT-IX)
011380             OR WLR-FLIGHT-DATE NOT =
011390                 AT920-FT-FLIGHT-DATE(AT920-FLT-IX)
011400             SET AT920-WAIT-SCAN-DONE TO TRUE
011410         ELSE
011420             MOVE WLR-PRIORITY-SEQ TO AT920-NEXT-PRIORITY-SEQ
011430         END-IF
011440     END-IF.
011450 6160-EXIT.
011460     EXIT.
011470*
011480* ---------------------------------------------------------------
011490* 6200-CANCEL-TICKET TAKES THE UNPLACED PASSENGER'S TICKET OFF THE
011500* MASTER AND REFUNDS ITS JOURNALED FARE FOR THE END-OF-DAY REVENUE
011510* RUN TO NET AND REVERSE. A FARE STILL OPEN OR UNUSED ON THE
011520* LIABILITY FILE IS REFUNDED FROM THERE; ONE ALREADY FLOWN,
011530* BROKEN, OR REFUNDED IS NOT REFUNDED AGAIN. A TICKET NOT YET ON
011540* THE LIABILITY FILE IS REFUNDED FROM ITS SALE ON TODAY'S TICKET
011550* SALES FILE, IF ANY. THE OLD SEAT STAYS CANCELLED WITH THE REST
011560* OF THE FLIGHT.
011570* ---------------------------------------------------------------
011580 6200-CANCEL-TICKET.
011590     DELETE TICKET-MASTER-FILE RECORD
011600         INVALID KEY
011610             DISPLAY "     TICKET COULD NOT BE DELETED, STATUS = "
011620                 AT920-TICKET-FILE-STATUS
011630             GO TO 6200-EXIT
011640     END-DELETE.
011650     ADD 1 TO AT920-CANCELLED-COUNT.
011660     SET AT920-SALE-NOT-FOUND TO TRUE.
011670     IF AT920-SALE-COUNT > ZERO
011680         SET AT920-SALE-IX TO 1
011690         SEARCH AT920-SALE-ENTRY
011700             AT END
011710                 CONTINUE
011720             WHEN AT920-ST-TICKET-NUMBER(AT920-SALE-IX) =
011730                     TMR-TICKET-NUMBER
011740                 SET AT920-SALE-FOUND TO TRUE
011750         END-SEARCH
011760     END-IF.
011770     MOVE TMR-TICKET-NUMBER TO ALR-TICKET-NUMBER.
011780     SET AT920-ATL-FOUND TO TRUE.
011790     READ TICKET-LIABILITY-FILE
011800         INVALID KEY
011810             SET AT920-ATL-NOT-FOUND TO TRUE
011820     END-READ.
011830     IF AT920-ATL-FOUND
011840         IF ALR-UNSETTLED
011850             PERFORM 6400-WRITE-ATL-REFUND THRU 6400-EXIT
011860         ELSE
011870             DISPLAY "     TICKET CANCELLED - FARE ALREADY "
011880                 "SETTLED (" ALR-STATUS "), NO REFUND"
011890         END-IF
011900         GO TO 6200-EXIT
011910     END-IF.
011920     IF AT920-SALE-NOT-FOUND
011930         DISPLAY "     TICKET CANCELLED - NO JOURNALED SALE, "
011940             "NO REFUND"
011950         GO TO 6200-EXIT
011960     END-IF.
011970     PERFORM 6300-WRITE-REFUND-RECORD THRU 6300-EXIT.
011980 6200-EXIT.
011990     EXIT.
012000*
012010 6300-WRITE-REFUND-RECORD.
012020     MOVE TMR-TICKET-NUMBER TO TRR-TICKET-NUMBER.
012030     MOVE AT920-CR-FLIGHT-DATE TO TRR-FLIGHT-DATE.
012040     MOVE AT920-CR-DESTINATION TO TRR-DESTINATION.
012050     MOVE AT920-CR-DEPARTURE-TIME TO TRR-DEPARTURE-TIME.
012060     MOVE AT920-ST-SEAT-CLASS(AT920-SALE-IX) TO TRR-SEAT-CLASS.
012070     MOVE AT920-ST-FARE-AMOUNT(AT920-SALE-IX) TO TRR-FARE-AMOUNT.
012080     MOVE AT920-ST-TAXES(AT920-SALE-IX) TO TRR-TAXES.
012090     MOVE AT920-ST-TOTAL-FARE(AT920-SALE-IX) TO TRR-TOTAL-FARE.
012100     MOVE AT920-ST-FARE-BASIS(AT920-SALE-IX) TO TRR-FARE-BASIS.
012110     MOVE AT920-ST-PAYMENT-FORM(AT920-SALE-IX) TO
012120         TRR-PAYMENT-FORM.
012130     MOVE AT920-ST-AUTH-REFERENCE(AT920-SALE-IX) TO
012140         TRR-AUTH-REFERENCE.
012150     WRITE TICKET-REFUND-RECORD.
012160     ADD 1 TO AT920-REFUND-COUNT.
012170     ADD TRR-TOTAL-FARE TO AT920-REFUND-TOTAL.
012180     DISPLAY "     TICKET CANCELLED - REFUND " TRR-TOTAL-FARE
012190         "  BASIS " TRR-FARE-BASIS.
012200 6300-EXIT.
012210     EXIT.
012220*
012230* ---------------------------------------------------------------
012240* 6400-WRITE-ATL-REFUND REFUNDS AN UNSETTLED FARE FROM ITS
012250* LIABILITY RECORD. THE LIABILITY CARRIES ONLY THE BASE FARE, SO
012260* THE TAXES ARE THOSE OF TODAY'S SALE WHEN THERE IS ONE AND
012270* OTHERWISE THOSE OF THE FARE TABLE ROW FOR THE TICKET'S CLASS AND
012280* FARE BASIS. THE FORM OF PAYMENT AND AUTHORIZATION REFERENCE COME
012290* FROM THE TICKET.
012300* ---------------------------------------------------------------
012310 6400-WRITE-ATL-REFUND.
012320     IF AT920-SALE-FOUND
012330         MOVE AT920-ST-TAXES(AT920-SALE-IX) TO AT920-REFUND-TAXES
012340     ELSE
012350         MOVE ZERO TO AT920-REFUND-TAXES
012360         IF AT920-FARE-COUNT > ZERO
012370             SET AT920-FARE-IX TO 1
012380             SEARCH AT920-FARE-ENTRY
012390                 AT END
012400                     DISPLAY "     FARE BASIS " ALR-FARE-BASIS
012410                         " NOT ON FARETAB, TAXES NOT REFUNDED"
012420                 WHEN AT920-FR-SEAT-CLASS(AT920-FARE-IX) =
012430                         ALR-SEAT-CLASS
012440                     AND AT920-FR-FARE-BASIS(AT920-FARE-IX) =
012450                         ALR-FARE-BASIS
012460                     MOVE AT920-FR-TAXES(AT920-FARE-IX) TO
012470                         AT920-REFUND-TAXES
012480             END-SEARCH
012490         END-IF
012500     END-IF.
012510     MOVE ALR-TICKET-NUMBER TO TRR-TICKET-NUMBER.
012520     MOVE ALR-FLIGHT-DATE TO TRR-FLIGHT-DATE.
012530     MOVE ALR-DESTINATION TO TRR-DESTINATION.
012540     MOVE ALR-DEPARTURE-TIME TO TRR-DEPARTURE-TIME.
012550     MOVE ALR-SEAT-CLASS TO TRR-SEAT-CLASS.
012560     MOVE ALR-FARE-AMOUNT TO TRR-FARE-AMOUNT.
012570     MOVE AT920-REFUND-TAXES TO TRR-TAXES.
012580     COMPUTE TRR-TOTAL-FARE =
012590         ALR-FARE-AMOUNT + AT920-REFUND-TAXES.
012600     MOVE ALR-FARE-BASIS TO TRR-FARE-BASIS.
012610     MOVE TMR-PAYMENT-FORM TO TRR-PAYMENT-FORM.
012620     MOVE TMR-AUTH-REFERENCE TO TRR-AUTH-REFERENCE.
012630     WRITE TICKET-REFUND-RECORD.
012640     ADD 1 TO AT920-REFUND-COUNT.
012650     ADD TRR-TOTAL-FARE TO AT920-REFUND-TOTAL.
012660     DISPLAY "     TICKET CANCELLED - REFUND " TRR-TOTAL-FARE
012670         "  BASIS " TRR-FARE-BASIS "  SOLD " ALR-SALE-DATE.
012680 6400-EXIT.
012690     EXIT.
012700*
012710* ---------------------------------------------------------------
012720* 9000-WRAPUP CLOSES THE FILES AND PRINTS THE RUN TOTALS, WITH
012730* THE COUNT OF PASSENGERS WHO COULD NOT BE MOVED.
012740* ---------------------------------------------------------------
012750 9000-WRAPUP.
012760     CLOSE TICKET-MASTER-FILE.
012770     CLOSE SEAT-MAP-FILE.
012780     CLOSE WAIT-LIST-FILE.
012790     CLOSE TICKET-REFUND-FILE.
012800     CLOSE TICKET-LIABILITY-FILE.
012810     DISPLAY " ".
012820     DISPLAY "=====================================".
012830     DISPLAY "PASSENGERS ON FLIGHT:   " AT920-PAX-COUNT.
012840     DISPLAY "MOVED TO A LATER FLIGHT:" AT920-MOVED-COUNT.
012850     DISPLAY "COULD NOT BE MOVED:     " AT920-NOT-MOVED-COUNT.
012860     DISPLAY "  WAITLISTED:           " AT920-WAITLISTED-COUNT.
012870     DISPLAY "  TICKETS CANCELLED:    " AT920-CANCELLED-COUNT.
012880     DISPLAY "REFUNDS RECORDED:       " AT920-REFUND-COUNT.
012890     MOVE AT920-REFUND-TOTAL TO AT920-EDIT-AMOUNT.
012900     DISPLAY "REFUND TOTAL:           " AT920-EDIT-AMOUNT.
012910     DISPLAY "=====================================".
012920 9000-EXIT.
012930     EXIT.
012940*
012950 END PROGRAM AIRLINE-FLIGHT-CANCEL.
