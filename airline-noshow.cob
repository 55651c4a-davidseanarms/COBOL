000222*                    RECORD LAYOUT SO THIS PROGRAM READS THE
000223*                    SAME RECORD THE RESERVATION AND TICKET
000224*                    PROGRAMS NOW WRITE.
000225*   10/15/2026 RC    EACH NO-SHOW'S DEFERRED FARE ON THE AIR
000226*                    TRAFFIC LIABILITY FILE (TKTATL) IS MARKED
000227*                    UNUSED WITH TODAY AS ITS NO-SHOW DATE, SO
000228*                    THE REVENUE RUN CAN TAKE IT TO BREAKAGE
000229*                    UNDER ITS FARE BASIS RULE. THE REPORT NOW
000230*                    SHOWS THE UNUSED FARE AND FARE BASIS PER
000231*                    PASSENGER WITH FLIGHT AND DAY TOTALS.
000232*   10/15/2026 RC    CARRIED THE NEW LOYALTY MEMBER NUMBER AND
000233*                    MILES-POSTED FLAG ON THE TICKET RECORD (SEE
000234*                    AIRLINE-TICKET-CONVERT3). NO CHANGE TO THE
000235*                    PROGRAM ITSELF.
000236*   10/15/2026 RC    CARRIED THE NEW FORM OF PAYMENT AND
000237*                    AUTHORIZATION REFERENCE ON THE TICKET RECORD
000238*                    (SEE AIRLINE-TICKET-CONVERT3, THE ONE
000239*                    CONVERSION FOR BOTH THE LOYALTY AND THE
000240*                    PAYMENT FIELDS). NO CHANGE TO THE PROGRAM
000241*                    ITSELF.
000242* ---------------------------------------------------------------
000243 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS TMR-TICKET-NUMBER
000350         FILE STATUS IS AT400-TICKET-FILE-STATUS.
000351     SELECT OPTIONAL TICKET-LIABILITY-FILE ASSIGN TO "TKTATL"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS RANDOM
000354         RECORD KEY IS ALR-TICKET-NUMBER
000355         FILE STATUS IS AT400-ATL-FILE-STATUS.
000360     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000370*
000380 DATA DIVISION.
000520     05  TMR-BOARDING-STATUS     PIC X(01).
000530         88  TMR-PASSENGER-BOARDED      VALUE "B".
000531     05  TMR-BOOKING-DATE        PIC 9(08).
000532     05  TMR-MEMBER-NUMBER       PIC X(06).
000533     05  TMR-MILES-STATUS        PIC X(01).
000534     05  TMR-PAYMENT-FORM        PIC X(02).
000535     05  TMR-AUTH-REFERENCE      PIC X(10).
000536*
000537 FD  TICKET-LIABILITY-FILE.
000538 01  TICKET-LIABILITY-RECORD.
000539     05  ALR-TICKET-NUMBER       PIC X(08).
000540     05  ALR-FLIGHT-DATE         PIC 9(08).
000541     05  ALR-DESTINATION         PIC X(30).
000542     05  ALR-DEPARTURE-TIME      PIC X(05).
000543     05  ALR-SEAT-CLASS          PIC X(01).
000544     05  ALR-FARE-BASIS          PIC X(08).
000545     05  ALR-FARE-AMOUNT         PIC 9(05)V99.
000546     05  ALR-SALE-DATE           PIC 9(08).
000547     05  ALR-STATUS              PIC X(01).
000548         88  ALR-OPEN                       VALUE "O".
000549         88  ALR-NOSHOW                     VALUE "N".
000550         88  ALR-FLOWN                      VALUE "F".
000551         88  ALR-BROKEN                     VALUE "B".
000552         88  ALR-REFUNDED                   VALUE "R".
000553         88  ALR-UNSETTLED                  VALUES "O" "N".
000554     05  ALR-NOSHOW-DATE         PIC 9(08).
000555     05  ALR-SETTLED-DATE        PIC 9(08).
000556*
000557 SD  SORT-WORK-FILE.
000560 01  SORT-WORK-RECORD.
000570     05  SWR-TICKET-NUMBER       PIC X(08).
000580     05  SWR-CUSTOMER-NAME       PIC X(30).
000600     05  SWR-DESTINATION         PIC X(30).
000610     05  SWR-SEAT-CLASS          PIC X(01).
000620     05  SWR-SEAT-NUMBER         PIC X(04).
000622     05  SWR-FARE-BASIS          PIC X(08).
000624     05  SWR-FARE-AMOUNT         PIC 9(05)V99.
000626     05  SWR-FARE-STATUS         PIC X(01).
000630*
000640 WORKING-STORAGE SECTION.
000650*
000660 77  AT400-TICKET-FILE-STATUS    PIC X(02) VALUE "00".
000665 77  AT400-ATL-FILE-STATUS       PIC X(02) VALUE "00".
000670*
000680 01  AT400-REPORT-DATE           PIC 9(08) VALUE ZERO.
000690*
000850 01  AT400-FLIGHT-NOSHOW-COUNT   PIC 9(05) COMP VALUE ZERO.
000860 01  AT400-FLIGHT-COUNT          PIC 9(05) COMP VALUE ZERO.
000870 01  AT400-GRAND-TOTAL-NOSHOWS   PIC 9(05) COMP VALUE ZERO.
000871 01  AT400-MARKED-UNUSED-COUNT   PIC 9(05) COMP VALUE ZERO.
000872*
000873 01  AT400-FLIGHT-UNUSED-FARE    PIC 9(07)V99 COMP-3 VALUE ZERO.
000874 01  AT400-GRAND-UNUSED-FARE     PIC 9(09)V99 COMP-3 VALUE ZERO.
000875 01  AT400-EDIT-FARE             PIC ZZ,ZZ9.99.
000876 01  AT400-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
000880*
000890 PROCEDURE DIVISION.
000900*
001160* 1500-FILTER-TICKETS IS THE SORT INPUT PROCEDURE. IT RELEASES
001170* ONLY TICKETS BOOKED FOR TODAY'S FLIGHT DATE THAT WERE NEVER
001180* MARKED BOARDED BY GATE CHECK-IN. BOARDED TICKETS AND OTHER
001186* DAYS' BOOKINGS STAY ON THE MASTER, UNTOUCHED. EACH NO-SHOW'S
001192* OPEN FARE ON THE AIR TRAFFIC LIABILITY FILE IS MARKED UNUSED.
001200* ---------------------------------------------------------------
001210 1500-FILTER-TICKETS.
001220     OPEN INPUT TICKET-MASTER-FILE.
001250             AT400-TICKET-FILE-STATUS
001260         STOP RUN
001270     END-IF.
001271     OPEN I-O TICKET-LIABILITY-FILE.
001272     IF AT400-ATL-FILE-STATUS NOT = "00" AND
001273             AT400-ATL-FILE-STATUS NOT = "05"
001274         DISPLAY "TKTATL OPEN FAILED, STATUS = "
001275             AT400-ATL-FILE-STATUS
001276         STOP RUN
001277     END-IF.
001280     PERFORM 1600-READ-TICKET-RECORD THRU 1600-EXIT
001290         UNTIL AT400-END-OF-TICKET-FILE.
001300     CLOSE TICKET-MASTER-FILE.
001305     CLOSE TICKET-LIABILITY-FILE.
001310 1500-EXIT.
001320     EXIT.
001330*
001520     MOVE TMR-DESTINATION    TO SWR-DESTINATION.
001530     MOVE TMR-SEAT-CLASS     TO SWR-SEAT-CLASS.
001540     MOVE TMR-SEAT-NUMBER    TO SWR-SEAT-NUMBER.
001545     PERFORM 1800-MARK-FARE-UNUSED THRU 1800-EXIT.
001550     RELEASE SORT-WORK-RECORD.
001551 1700-EXIT.
001552     EXIT.
001553*
001554* ---------------------------------------------------------------
001555* 1800-MARK-FARE-UNUSED MARKS THE NO-SHOW'S OPEN FARE ON TKTATL
001556* UNUSED AS OF TODAY. A FARE ALREADY MARKED KEEPS ITS FIRST
001557* NO-SHOW DATE, SO A RERUN DOES NOT PUSH BACK ITS BREAKAGE. A
001558* TICKET WITH NO FARE ON TKTATL IS SHOWN WITH A BLANK STATUS.
001559* ---------------------------------------------------------------
001560 1800-MARK-FARE-UNUSED.
001561     MOVE SPACES TO SWR-FARE-BASIS.
001562     MOVE ZERO TO SWR-FARE-AMOUNT.
001563     MOVE SPACE TO SWR-FARE-STATUS.
001564     MOVE TMR-TICKET-NUMBER TO ALR-TICKET-NUMBER.
001565     READ TICKET-LIABILITY-FILE
001566         INVALID KEY
001567             GO TO 1800-EXIT
001568     END-READ.
001569     IF ALR-OPEN
001570         MOVE "N" TO ALR-STATUS
001571         MOVE AT400-REPORT-DATE TO ALR-NOSHOW-DATE
001572         REWRITE TICKET-LIABILITY-RECORD
001573         ADD 1 TO AT400-MARKED-UNUSED-COUNT
001574     END-IF.
001575     MOVE ALR-FARE-BASIS TO SWR-FARE-BASIS.
001576     MOVE ALR-FARE-AMOUNT TO SWR-FARE-AMOUNT.
001577     MOVE ALR-STATUS TO SWR-FARE-STATUS.
001578 1800-EXIT.
001579     EXIT.
001580*
001590* ---------------------------------------------------------------
001600* 2000-PRODUCE-REPORT IS THE SORT OUTPUT PROCEDURE. IT RETURNS
001940         "  SEAT " SWR-SEAT-CLASS SWR-SEAT-NUMBER
001950         "  " SWR-CUSTOMER-NAME.
001960     ADD 1 TO AT400-FLIGHT-NOSHOW-COUNT.
001961     ADD 1 TO AT400-GRAND-TOTAL-NOSHOWS.
001962     IF SWR-FARE-STATUS = SPACE
001963         DISPLAY "          NO DEFERRED FARE ON TKTATL"
001964     ELSE
001965         MOVE SWR-FARE-AMOUNT TO AT400-EDIT-FARE
001966         DISPLAY "          UNUSED FARE " AT400-EDIT-FARE
001967             "  BASIS " SWR-FARE-BASIS
001968             "  STATUS " SWR-FARE-STATUS
001969         IF SWR-FARE-STATUS = "N"
001970             ADD SWR-FARE-AMOUNT TO AT400-FLIGHT-UNUSED-FARE
001971             ADD SWR-FARE-AMOUNT TO AT400-GRAND-UNUSED-FARE
001972         END-IF
001973     END-IF.
001980 2200-EXIT.
001990     EXIT.
002000*
002060     MOVE SWR-DESTINATION TO AT400-PRIOR-DESTINATION.
002070     MOVE SWR-DEPARTURE-TIME TO AT400-PRIOR-DEPARTURE-TIME.
002080     MOVE ZERO TO AT400-FLIGHT-NOSHOW-COUNT.
002085     MOVE ZERO TO AT400-FLIGHT-UNUSED-FARE.
002090     ADD 1 TO AT400-FLIGHT-COUNT.
002100     SET AT400-NOT-FIRST-FLIGHT TO TRUE.
002110     DISPLAY " ".
002180*
002190* ---------------------------------------------------------------
002200* 2400-END-FLIGHT PRINTS THE NO-SHOW SUBTOTAL FOR THE FLIGHT
002210* JUST COMPLETED, WITH ITS UNUSED FARES.
002220* ---------------------------------------------------------------
002230 2400-END-FLIGHT.
002240     DISPLAY "NO-SHOW COUNT:   " AT400-FLIGHT-NOSHOW-COUNT.
002243     MOVE AT400-FLIGHT-UNUSED-FARE TO AT400-EDIT-AMOUNT.
002246     DISPLAY "UNUSED FARES:    " AT400-EDIT-AMOUNT.
002250 2400-EXIT.
002260     EXIT.
002270*
002390     DISPLAY "FLIGHTS WITH NO-SHOWS: " AT400-FLIGHT-COUNT.
002400     DISPLAY "TOTAL NO-SHOWS:        "
002410         AT400-GRAND-TOTAL-NOSHOWS.
002412     MOVE AT400-GRAND-UNUSED-FARE TO AT400-EDIT-AMOUNT.
002414     DISPLAY "TOTAL UNUSED FARES:    " AT400-EDIT-AMOUNT.
002416     DISPLAY "FARES MARKED UNUSED:   "
002418         AT400-MARKED-UNUSED-COUNT.
002420     DISPLAY "=====================================".
002430 9000-EXIT.
002440     EXIT.
