000265*                    BEFORE TKTSALES IS CLOSED WHEN A REFUND IS
000266*                    CUT; THE FILE RECORD AREA IS UNDEFINED
000267*                    AFTER THE CLOSE.
000268*   10/15/2026 RC    A FLIGHT WHOSE SEAT MAP AIRLINE-FLIGHT-CANCEL
000269*                    HAS MARKED CANCELLED ("C") NOW REFUSES NEW
000270*                    BOOKINGS OUTRIGHT INSTEAD OF REPORTING IT
000271*                    FULL AND OFFERING A WAITLIST THAT WILL
000272*                    NEVER CLEAR.
000273*   10/15/2026 RC    A BOOKING NOW TAKES THE PASSENGER'S LOYALTY
000274*                    MEMBER NUMBER (BLANK IF NONE). THE MEMBER
000275*                    NUMBER IS THE CUSTOMER NUMBER ON CUSTMAST
000276*                    AND IS RE-PROMPTED UNTIL IT IS FOUND THERE
000277*                    OR LEFT BLANK. IT IS STAMPED ON THE TICKET
000278*                    (MILES NOT YET POSTED) FOR THE LOYALTY RUNS
000279*                    AND ON A WAITLIST ENTRY SO AIRLINE-STANDBY
000280*                    CAN CLEAR TOP-TIER MEMBERS FIRST. TKTMAST,
000281*                    TKTHIST, AND WAITLIST MUST BE CONVERTED ONCE
000282*                    WITH AIRLINE-TICKET-CONVERT3 BEFORE THIS
000283*                    VERSION IS RUN.
000284*   10/15/2026 RC    A BOOKING NOW TAKES THE FORM OF PAYMENT
000285*                    (CASH, CARD TYPE, OR VOUCHER) AND, FOR A CARD
000286*                    OR VOUCHER, THE AUTHORIZATION CODE OR VOUCHER
000287*                    NUMBER. BOTH ARE STAMPED ON THE TICKET AND ON
000288*                    A WAITLIST ENTRY, AND A CANCELLATION CARRIES
000289*                    THE SALE'S PAYMENT TO ITS TKTRFND RECORD. THE
000290*                    SAME ONE-TIME AIRLINE-TICKET-CONVERT3 RUN
000291*                    THAT ADDS THE LOYALTY FIELDS ADDS THESE; NO
000292*                    FURTHER CONVERSION IS NEEDED.
000293* ---------------------------------------------------------------
000294 ENVIRONMENT DIVISION.
000295 CONFIGURATION SECTION.
000296 SOURCE-COMPUTER. IBM-370.
000297 OBJECT-COMPUTER. IBM-370.
000298*
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL TICKET-MASTER-FILE ASSIGN TO "TKTMAST"
000424         ACCESS MODE IS DYNAMIC
000425         RECORD KEY IS THR-TICKET-NUMBER
000426         FILE STATUS IS AT200-HISTORY-FILE-STATUS.
000427     SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000428         ORGANIZATION IS INDEXED
000429         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CMR-CUSTOMER-NUMBER
000431         FILE STATUS IS AT200-CUST-FILE-STATUS.
000432*
000433 DATA DIVISION.
000440 FILE SECTION.
000450*
000460 FD  TICKET-MASTER-FILE.
000560     05  TMR-SEAT-NUMBER         PIC X(04).
000565     05  TMR-BOARDING-STATUS     PIC X(01).
000566     05  TMR-BOOKING-DATE        PIC 9(08).
000568     05  TMR-MEMBER-NUMBER       PIC X(06).
000570     05  TMR-MILES-STATUS        PIC X(01).
000572     05  TMR-PAYMENT-FORM        PIC X(02).
000574     05  TMR-AUTH-REFERENCE      PIC X(10).
000576*
000580 FD  SEAT-MAP-FILE.
000590 01  SEAT-MAP-RECORD.
000600     05  SMR-SEAT-KEY.
000670     05  TSR-TAXES               PIC 9(05)V99.
000671     05  TSR-TOTAL-FARE          PIC 9(05)V99.
000672     05  TSR-FARE-BASIS          PIC X(08).
000673     05  TSR-PAYMENT-FORM        PIC X(02).
000674     05  TSR-AUTH-REFERENCE      PIC X(10).
000675*
000676 FD  TICKET-REFUND-FILE.
000677 01  TICKET-REFUND-RECORD.
000678     05  TRR-TICKET-NUMBER       PIC X(08).
000679     05  TRR-FLIGHT-DATE         PIC 9(08).
000680     05  TRR-DESTINATION         PIC X(30).
000681     05  TRR-DEPARTURE-TIME      PIC X(05).
000682     05  TRR-SEAT-CLASS          PIC X(01).
000683     05  TRR-FARE-AMOUNT         PIC 9(05)V99.
000684     05  TRR-TAXES               PIC 9(05)V99.
000685     05  TRR-TOTAL-FARE          PIC 9(05)V99.
000686     05  TRR-FARE-BASIS          PIC X(08).
000687     05  TRR-PAYMENT-FORM        PIC X(02).
000688     05  TRR-AUTH-REFERENCE      PIC X(10).
000689*
000690 FD  WAIT-LIST-FILE.
000691 01  WAIT-LIST-RECORD.
000692     05  WLR-WAIT-KEY.
000693         10  WLR-DESTINATION     PIC X(30).
000694         10  WLR-DEPARTURE-TIME  PIC X(05).
000695         10  WLR-FLIGHT-DATE     PIC 9(08).
000696         10  WLR-PRIORITY-SEQ    PIC 9(04).
000697     05  WLR-CUSTOMER-NAME       PIC X(30).
000698     05  WLR-GATE-NUMBER         PIC X(03).
000699     05  WLR-BOARDING-TIME       PIC X(05).
000700     05  WLR-DATE-ADDED          PIC 9(08).
000701     05  WLR-MEMBER-NUMBER       PIC X(06).
000702     05  WLR-PAYMENT-FORM        PIC X(02).
000703     05  WLR-AUTH-REFERENCE      PIC X(10).
000704*
000705* ONLY THE KEY OF THE TICKET HISTORY FILE IS OF INTEREST HERE;
000706* THE REST OF THE ARCHIVED TICKET RIDES AS FILLER.
000707 FD  TICKET-HISTORY-FILE.
000708 01  TICKET-HISTORY-RECORD.
000709     05  THR-TICKET-NUMBER       PIC X(08).
000710     05  FILLER                  PIC X(114).
000711*
000712 FD  CUSTOMER-MASTER-FILE.
000713 01  CUSTOMER-MASTER-RECORD.
000714     05  CMR-CUSTOMER-NUMBER     PIC X(06).
000715     05  CMR-CUSTOMER-NAME       PIC X(30).
000716     05  CMR-STREET-ADDRESS      PIC X(30).
000717     05  CMR-CITY                PIC X(20).
000718     05  CMR-STATE               PIC X(02).
000719     05  CMR-ZIP-CODE            PIC X(05).
000720     05  CMR-TAXPAYER-ID         PIC X(09).
000721     05  CMR-TIN-TYPE            PIC X(01).
000722     05  CMR-WITHHOLDING-CODE    PIC X(01).
000723*
000724 WORKING-STORAGE SECTION.
000725*
000726 77  AT200-TICKET-FILE-STATUS    PIC X(02) VALUE "00".
000727 77  AT200-SEAT-FILE-STATUS      PIC X(02) VALUE "00".
000728 77  AT200-SALES-FILE-STATUS     PIC X(02) VALUE "00".
000729 77  AT200-REFUND-FILE-STATUS    PIC X(02) VALUE "00".
000730 77  AT200-WAIT-FILE-STATUS      PIC X(02) VALUE "00".
000731 77  AT200-HISTORY-FILE-STATUS   PIC X(02) VALUE "00".
000732 77  AT200-CUST-FILE-STATUS      PIC X(02) VALUE "00".
000733*
000734 01  AT200-RUN-DATE              PIC 9(08) VALUE ZERO.
000735*
000736 01  AT200-FUNCTION-CODE         PIC X(01) VALUE SPACE.
000740     88  AT200-FUNC-BOOK                    VALUE "B".
000750     88  AT200-FUNC-CANCEL                  VALUE "C".
000760     88  AT200-FUNC-EXIT                    VALUE "E".
000840*
000850 01  AT200-SEAT-OPEN-SWITCH      PIC X(01) VALUE "N".
000860     88  AT200-OPEN-SEAT-FOUND              VALUE "Y".
000861     88  AT200-NO-OPEN-SEAT                 VALUE "N".
000862*
000863 01  AT200-FLIGHT-CANCEL-SWITCH  PIC X(01) VALUE "N".
000864     88  AT200-FLIGHT-CANCELLED             VALUE "Y".
000865     88  AT200-FLIGHT-NOT-CANCELLED         VALUE "N".
000866*
000867 01  AT200-MEMBER-SWITCH         PIC X(01) VALUE "N".
000868     88  AT200-MEMBER-ACCEPTED              VALUE "Y".
000869     88  AT200-MEMBER-NOT-ACCEPTED          VALUE "N".
000870*
000871 01  AT200-PAYMENT-SWITCH        PIC X(01) VALUE "N".
000872     88  AT200-PAYMENT-ACCEPTED             VALUE "Y".
000873     88  AT200-PAYMENT-NOT-ACCEPTED         VALUE "N".
000880*
000890 01  AT200-CONFIRM-CODE          PIC X(01) VALUE SPACE.
000900*
001007     05  ASS-TAXES               PIC 9(05)V99.
001008     05  ASS-TOTAL-FARE          PIC 9(05)V99.
001009     05  ASS-FARE-BASIS          PIC X(08).
001010     05  ASS-PAYMENT-FORM        PIC X(02).
001011     05  ASS-AUTH-REFERENCE      PIC X(10).
001012*
001013 01  AT200-NEW-BOOKING.
001014     05  AT200-NB-CUSTOMER-NAME  PIC X(30).
001020     05  AT200-NB-DESTINATION    PIC X(30).
001030     05  AT200-NB-DEPARTURE-TIME PIC X(05).
001040     05  AT200-NB-FLIGHT-DATE    PIC 9(08).
001050     05  AT200-NB-GATE-NUMBER    PIC X(03).
001060     05  AT200-NB-BOARDING-TIME  PIC X(05).
001061     05  AT200-NB-MEMBER-NUMBER  PIC X(06).
001062     05  AT200-NB-PAYMENT-FORM   PIC X(02).
001063         88  AT200-NB-PAID-CASH             VALUE "CA".
001064         88  AT200-NB-PAID-BY-CARD          VALUES "VI" "MC" "AX"
001065                                                   "DS".
001066         88  AT200-NB-PAID-BY-VOUCHER       VALUE "VO".
001067     05  AT200-NB-AUTH-REFERENCE PIC X(10).
001070*
001080 PROCEDURE DIVISION.
001090*
001362             AT200-HISTORY-FILE-STATUS
001363         STOP RUN
001364     END-IF.
001365     OPEN INPUT CUSTOMER-MASTER-FILE.
001366     IF AT200-CUST-FILE-STATUS NOT = "00" AND
001367             AT200-CUST-FILE-STATUS NOT = "05"
001368         DISPLAY "CUSTMAST OPEN FAILED, STATUS = "
001369             AT200-CUST-FILE-STATUS
001370         STOP RUN
001371     END-IF.
001372     PERFORM 1100-FIND-LAST-TICKET THRU 1100-EXIT.
001373     DISPLAY "=====================================".
001380     DISPLAY "   RESERVATION BOOKING / CANCELLING  ".
001390     DISPLAY "   LAST TICKET NUMBER IN USE: "
001400         AT200-LAST-TICKET-NUMBER.
002100     ACCEPT AT200-NB-GATE-NUMBER.
002110     DISPLAY "Please enter the boarding time (HH:MM):".
002120     ACCEPT AT200-NB-BOARDING-TIME.
002123     PERFORM 3050-GET-MEMBER-NUMBER THRU 3050-EXIT.
002126     PERFORM 3070-GET-PAYMENT THRU 3070-EXIT.
002130     PERFORM 3100-CHECK-SEAT-AVAILABLE THRU 3100-EXIT.
002131     IF AT200-FLIGHT-CANCELLED
002132         DISPLAY "Flight cancelled: that flight and date is no "
002133             "longer being sold."
002134         GO TO 3000-EXIT
002135     END-IF.
002140     IF AT200-NO-OPEN-SEAT
002150         DISPLAY "Flight is full: no open seat on the seat map "
002160             "for that flight and date."
002290     MOVE SPACES TO TMR-SEAT-NUMBER.
002295     MOVE "N" TO TMR-BOARDING-STATUS.
002296     MOVE AT200-RUN-DATE TO TMR-BOOKING-DATE.
002298     MOVE AT200-NB-MEMBER-NUMBER TO TMR-MEMBER-NUMBER.
002300     MOVE SPACES TO TMR-MILES-STATUS.
002302     MOVE AT200-NB-PAYMENT-FORM TO TMR-PAYMENT-FORM.
002304     MOVE AT200-NB-AUTH-REFERENCE TO TMR-AUTH-REFERENCE.
002306     WRITE TICKET-MASTER-RECORD
002310         INVALID KEY
002320             DISPLAY "Booking failed: ticket number "
002330                 TMR-TICKET-NUMBER " already on file."
002340             SUBTRACT 1 FROM AT200-LAST-TICKET-NUMBER
002350             GO TO 3000-EXIT
002351     END-WRITE.
002352     ADD 1 TO AT200-BOOK-COUNT.
002353     DISPLAY "Booking confirmed, ticket number "
002354         TMR-TICKET-NUMBER ".".
002355 3000-EXIT.
002356     EXIT.
002357*
002358* ---------------------------------------------------------------
002359* 3050-GET-MEMBER-NUMBER TAKES THE PASSENGER'S LOYALTY MEMBER
002360* NUMBER, WHICH IS THE CUSTOMER NUMBER ON THE CUSTOMER MASTER.
002361* A BLANK ENTRY MEANS THE PASSENGER IS NOT A MEMBER; ANY OTHER
002362* ENTRY IS RE-PROMPTED UNTIL IT IS FOUND ON CUSTMAST.
002363* ---------------------------------------------------------------
002364 3050-GET-MEMBER-NUMBER.
002365     SET AT200-MEMBER-NOT-ACCEPTED TO TRUE.
002366     PERFORM 3060-ACCEPT-MEMBER-NUMBER THRU 3060-EXIT
002367         UNTIL AT200-MEMBER-ACCEPTED.
002368 3050-EXIT.
002369     EXIT.
002370*
002371 3060-ACCEPT-MEMBER-NUMBER.
002372     DISPLAY "Please enter the loyalty member number "
002373         "(blank if none):".
002374     MOVE SPACES TO AT200-NB-MEMBER-NUMBER.
002375     ACCEPT AT200-NB-MEMBER-NUMBER.
002376     IF AT200-NB-MEMBER-NUMBER = SPACES
002377         SET AT200-MEMBER-ACCEPTED TO TRUE
002378         GO TO 3060-EXIT
002379     END-IF.
002380     MOVE AT200-NB-MEMBER-NUMBER TO CMR-CUSTOMER-NUMBER.
002381     READ CUSTOMER-MASTER-FILE
002382         INVALID KEY
002383             DISPLAY "Member number " AT200-NB-MEMBER-NUMBER
002384                 " is not on the customer master, please "
002385                 "re-enter."
002386             GO TO 3060-EXIT
002387     END-READ.
002388     SET AT200-MEMBER-ACCEPTED TO TRUE.
002389     DISPLAY "Loyalty member: " CMR-CUSTOMER-NAME.
002390 3060-EXIT.
002391     EXIT.
002392*
002393* ---------------------------------------------------------------
002394* 3070-GET-PAYMENT TAKES THE FORM OF PAYMENT: "CA" CASH, A CARD
002395* TYPE ("VI" VISA, "MC" MASTERCARD, "AX" AMERICAN EXPRESS, "DS"
002396* DISCOVER), OR "VO" VOUCHER. A CARD NEEDS THE AUTHORIZATION CODE
002397* THE CARD TERMINAL GAVE AND A VOUCHER NEEDS ITS VOUCHER NUMBER;
002398* EITHER RIDES THE TICKET TO THE SALES AND REFUND RECORDS, WHERE
002399* AIRLINE-CARD-RECON MATCHES CARD SALES TO THE ACQUIRER. AN
002400* UNKNOWN FORM OR A MISSING REFERENCE IS RE-PROMPTED.
002401* ---------------------------------------------------------------
002402 3070-GET-PAYMENT.
002403     SET AT200-PAYMENT-NOT-ACCEPTED TO TRUE.
002404     PERFORM 3080-ACCEPT-PAYMENT THRU 3080-EXIT
002405         UNTIL AT200-PAYMENT-ACCEPTED.
002406 3070-EXIT.
002407     EXIT.
002408*
002409 3080-ACCEPT-PAYMENT.
002410     DISPLAY "Please enter the form of payment (CA=Cash, "
002411         "VI/MC/AX/DS=Card, VO=Voucher):".
002412     MOVE SPACES TO AT200-NB-PAYMENT-FORM.
002413     MOVE SPACES TO AT200-NB-AUTH-REFERENCE.
002414     ACCEPT AT200-NB-PAYMENT-FORM.
002415     EVALUATE TRUE
002416         WHEN AT200-NB-PAID-CASH
002417             SET AT200-PAYMENT-ACCEPTED TO TRUE
002418             GO TO 3080-EXIT
002419         WHEN AT200-NB-PAID-BY-CARD
002420             DISPLAY "Please enter the card authorization code:"
002421         WHEN AT200-NB-PAID-BY-VOUCHER
002422             DISPLAY "Please enter the voucher number:"
002423         WHEN OTHER
002424             DISPLAY "Invalid form of payment, please re-enter."
002425             GO TO 3080-EXIT
002426     END-EVALUATE.
002427     ACCEPT AT200-NB-AUTH-REFERENCE.
002428     IF AT200-NB-AUTH-REFERENCE = SPACES
002429         DISPLAY "An authorization code or voucher number is "
002430             "required, please re-enter."
002431         GO TO 3080-EXIT
002432     END-IF.
002433     SET AT200-PAYMENT-ACCEPTED TO TRUE.
002434 3080-EXIT.
002435     EXIT.
002436*
002437* ---------------------------------------------------------------
002440* 3100-CHECK-SEAT-AVAILABLE SCANS THE SEAT MAP FOR THE REQUESTED
002450* FLIGHT AND DATE AND REPORTS WHETHER ANY SEAT IS STILL OPEN.
002460* NOTHING IS CLAIMED HERE; THE SEAT IS ASSIGNED AT TICKET PRINT.
002465* A CANCELLED SEAT MEANS THE WHOLE FLIGHT HAS BEEN CANCELLED.
002470* ---------------------------------------------------------------
002480 3100-CHECK-SEAT-AVAILABLE.
002490     SET AT200-NO-OPEN-SEAT TO TRUE.
002495     SET AT200-FLIGHT-NOT-CANCELLED TO TRUE.
002500     SET AT200-SEAT-SCAN-ACTIVE TO TRUE.
002510     MOVE AT200-NB-DESTINATION TO SMR-DESTINATION.
002520     MOVE AT200-NB-DEPARTURE-TIME TO SMR-DEPARTURE-TIME.
002590     IF AT200-SEAT-SCAN-ACTIVE
002600         PERFORM 3150-SCAN-ONE-SEAT THRU 3150-EXIT
002610             UNTIL AT200-OPEN-SEAT-FOUND
002615             OR AT200-FLIGHT-CANCELLED
002620             OR AT200-SEAT-SCAN-DONE
002630     END-IF.
002640 3100-EXIT.
002770         ELSE
002780             IF SMR-SEAT-STATUS = "O"
002790                 SET AT200-OPEN-SEAT-FOUND TO TRUE
002792             END-IF
002794             IF SMR-SEAT-STATUS = "C"
002796                 SET AT200-FLIGHT-CANCELLED TO TRUE
002800             END-IF
002810         END-IF
002820     END-IF.
002830 3150-EXIT.
002831     EXIT.
002832*
002833* ---------------------------------------------------------------
002834* 3500-OFFER-WAITLIST OFFERS THE FULL FLIGHT'S WAITLIST TO THE
002835* PASSENGER. AN ACCEPTED OFFER TAKES THE NEXT PRIORITY SEQUENCE
002836* FOR THE FLIGHT (ARRIVAL ORDER) AND WRITES THE ENTRY;
002837* AIRLINE-STANDBY CLEARS THE LIST AGAINST FREED SEATS AT THE
002838* GATE NEAR BOARDING CLOSE.
002839* ---------------------------------------------------------------
002840 3500-OFFER-WAITLIST.
002841     DISPLAY "Add passenger to the waitlist for this flight "
002842         "(Y/N):".
002843     ACCEPT AT200-WAIT-CONFIRM-CODE.
002844     IF AT200-WAIT-CONFIRM-CODE NOT = "Y"
002845         DISPLAY "Booking refused, passenger not waitlisted."
002846         GO TO 3500-EXIT
002847     END-IF.
002848     PERFORM 3550-FIND-NEXT-PRIORITY THRU 3550-EXIT.
002849     MOVE AT200-NB-DESTINATION TO WLR-DESTINATION.
002850     MOVE AT200-NB-DEPARTURE-TIME TO WLR-DEPARTURE-TIME.
002851     MOVE AT200-NB-FLIGHT-DATE TO WLR-FLIGHT-DATE.
002852     MOVE AT200-NEXT-PRIORITY-SEQ TO WLR-PRIORITY-SEQ.
002853     MOVE AT200-NB-CUSTOMER-NAME TO WLR-CUSTOMER-NAME.
002854     MOVE AT200-NB-GATE-NUMBER TO WLR-GATE-NUMBER.
002855     MOVE AT200-NB-BOARDING-TIME TO WLR-BOARDING-TIME.
002856     MOVE AT200-RUN-DATE TO WLR-DATE-ADDED.
002857     MOVE AT200-NB-MEMBER-NUMBER TO WLR-MEMBER-NUMBER.
002858     MOVE AT200-NB-PAYMENT-FORM TO WLR-PAYMENT-FORM.
002859     MOVE AT200-NB-AUTH-REFERENCE TO WLR-AUTH-REFERENCE.
002866     WRITE WAIT-LIST-RECORD
002867         INVALID KEY
002868             DISPLAY "Waitlist add failed, status = "
003279     MOVE ASS-TAXES TO TRR-TAXES.
003280     MOVE ASS-TOTAL-FARE TO TRR-TOTAL-FARE.
003281     MOVE ASS-FARE-BASIS TO TRR-FARE-BASIS.
003282     MOVE ASS-PAYMENT-FORM TO TRR-PAYMENT-FORM.
003283     MOVE ASS-AUTH-REFERENCE TO TRR-AUTH-REFERENCE.
003284     WRITE TICKET-REFUND-RECORD.
003285     CLOSE TICKET-REFUND-FILE.
003286     ADD 1 TO AT200-REFUND-COUNT.
003287     DISPLAY "Refund recorded for ticket " TRR-TICKET-NUMBER
003288         ", total " TRR-TOTAL-FARE ".".
003289 4300-EXIT.
003290     EXIT.
003291*
003292* ---------------------------------------------------------------
003293* 4100-RELEASE-SEAT FLIPS THE CANCELLED PASSENGER'S SEAT BACK TO
003294* OPEN. A SEAT-MAP RECORD THAT CANNOT BE FOUND IS REPORTED SO
003295* OPERATIONS CAN CORRECT THE MAP BY HAND, BUT THE CANCELLATION
003296* ITSELF STILL GOES THROUGH.
003297* ---------------------------------------------------------------
003298 4100-RELEASE-SEAT.
003300     MOVE TMR-DESTINATION TO SMR-DESTINATION.
003310     MOVE TMR-DEPARTURE-TIME TO SMR-DEPARTURE-TIME.
003320     MOVE TMR-FLIGHT-DATE TO SMR-FLIGHT-DATE.
003470     CLOSE SEAT-MAP-FILE.
003471     CLOSE WAIT-LIST-FILE.
003472     CLOSE TICKET-HISTORY-FILE.
003476     CLOSE CUSTOMER-MASTER-FILE.
003480     DISPLAY "Tickets booked:    " AT200-BOOK-COUNT.
003490     DISPLAY "Tickets cancelled: " AT200-CANCEL-COUNT.
003491     DISPLAY "Refunds recorded:  " AT200-REFUND-COUNT.
