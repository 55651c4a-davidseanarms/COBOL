000525*                    BOOKING DATE (RECORDS CONVERTED BY
000526*                    AIRLINE-TICKET-CONVERT2) STILL PRICES AS
000527*                    WALK-UP.
000528*   10/15/2026 RC    A TICKET MOVED TO A LATER FLIGHT BY
000529*                    AIRLINE-FLIGHT-CANCEL KEEPS THE FARE IT WAS
000530*                    SOLD AT. A TICKET ALREADY DEFERRED ON THE
000531*                    TRAFFIC LIABILITY FILE (TKTATL) FROM AN
000532*                    EARLIER SALE DATE IS NOW PRINTED WITH THAT
000533*                    FARE AND NO TICKET SALES RECORD IS WRITTEN,
000534*                    SO THE FARE IS NOT CHARGED OR JOURNALED A
000535*                    SECOND TIME.
000536*   10/15/2026 RC    CARRIED THE NEW LOYALTY MEMBER NUMBER AND
000537*                    MILES-POSTED FLAG ON THE TICKET RECORD (SEE
000538*                    AIRLINE-TICKET-CONVERT3). NO CHANGE TO THE
000539*                    PROGRAM ITSELF.
000540*   10/15/2026 RC    THE TICKET SALES RECORD NOW CARRIES THE FORM
000541*                    OF PAYMENT AND AUTHORIZATION REFERENCE TAKEN
000542*                    AT BOOKING, FOR THE REVENUE RUN'S CARD
000543*                    RECEIVABLE AND AIRLINE-CARD-RECON (SEE
000544*                    AIRLINE-TICKET-CONVERT3, THE ONE CONVERSION
000545*                    FOR BOTH THE LOYALTY AND THE PAYMENT FIELDS).
000546* ---------------------------------------------------------------
000547 ENVIRONMENT DIVISION.
000548 CONFIGURATION SECTION.
000549 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000551*
000552 INPUT-OUTPUT SECTION.
000553 FILE-CONTROL.
000560     SELECT TICKET-MASTER-FILE ASSIGN TO "TKTMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000681     SELECT TICKET-SALES-FILE ASSIGN TO "TKTSALES"
000682         ORGANIZATION IS LINE SEQUENTIAL
000683         FILE STATUS IS AT100-SALES-FILE-STATUS.
000684     SELECT OPTIONAL TICKET-LIABILITY-FILE ASSIGN TO "TKTATL"
000685         ORGANIZATION IS INDEXED
000686         ACCESS MODE IS RANDOM
000687         RECORD KEY IS ALR-TICKET-NUMBER
000688         FILE STATUS IS AT100-ATL-FILE-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000812     05  TMR-SEAT-NUMBER         PIC X(04).
000813     05  TMR-BOARDING-STATUS     PIC X(01).
000814     05  TMR-BOOKING-DATE        PIC 9(08).
000815     05  TMR-MEMBER-NUMBER       PIC X(06).
000816     05  TMR-MILES-STATUS        PIC X(01).
000817     05  TMR-PAYMENT-FORM        PIC X(02).
000818     05  TMR-AUTH-REFERENCE      PIC X(10).
000820*
000830 FD  SEAT-MAP-FILE.
000840 01  SEAT-MAP-RECORD.
000971     05  TSR-TAXES               PIC 9(05)V99.
000972     05  TSR-TOTAL-FARE          PIC 9(05)V99.
000973     05  TSR-FARE-BASIS          PIC X(08).
000974     05  TSR-PAYMENT-FORM        PIC X(02).
000975     05  TSR-AUTH-REFERENCE      PIC X(10).
000976*
000977 FD  TICKET-LIABILITY-FILE.
000978 01  TICKET-LIABILITY-RECORD.
000979     05  ALR-TICKET-NUMBER       PIC X(08).
000980     05  ALR-FLIGHT-DATE         PIC 9(08).
000981     05  ALR-DESTINATION         PIC X(30).
000982     05  ALR-DEPARTURE-TIME      PIC X(05).
000983     05  ALR-SEAT-CLASS          PIC X(01).
000984     05  ALR-FARE-BASIS          PIC X(08).
000985     05  ALR-FARE-AMOUNT         PIC 9(05)V99.
000986     05  ALR-SALE-DATE           PIC 9(08).
000987     05  ALR-STATUS              PIC X(01).
000988     05  ALR-NOSHOW-DATE         PIC 9(08).
000989     05  ALR-SETTLED-DATE        PIC 9(08).
000990*
000991 WORKING-STORAGE SECTION.
000992*
001000 77  AT100-TICKET-FILE-STATUS    PIC X(02) VALUE "00".
001010 77  AT100-SEAT-FILE-STATUS      PIC X(02) VALUE "00".
001020 77  AT100-FARE-FILE-STATUS      PIC X(02) VALUE "00".
001025 77  AT100-SALES-FILE-STATUS     PIC X(02) VALUE "00".
001027 77  AT100-ATL-FILE-STATUS       PIC X(02) VALUE "00".
001030 77  AT100-DEFAULT-FARE-AMOUNT   PIC 9(05)V99 VALUE 250.00.
001040 77  AT100-DEFAULT-TAXES         PIC 9(05)V99 VALUE 35.00.
001045*
001210 01  AT100-FARE-FOUND-SWITCH     PIC X(01) VALUE "N".
001220     88  AT100-FARE-FOUND                   VALUE "Y".
001230     88  AT100-FARE-NOT-FOUND               VALUE "N".
001232*
001234 01  AT100-CARRIED-FARE-SWITCH   PIC X(01) VALUE "N".
001236     88  AT100-FARE-CARRIED                 VALUE "Y".
001238     88  AT100-FARE-NOT-CARRIED             VALUE "N".
001240*
001250 01  AT100-FARE-TABLE-COUNT      PIC 9(03) COMP VALUE ZERO.
001260*
001804             AT100-SALES-FILE-STATUS
001805         STOP RUN
001806     END-IF.
001807     OPEN INPUT TICKET-LIABILITY-FILE.
001808     IF AT100-ATL-FILE-STATUS NOT = "00" AND
001809             AT100-ATL-FILE-STATUS NOT = "05"
001810         DISPLAY "TKTATL OPEN FAILED, STATUS = "
001811             AT100-ATL-FILE-STATUS
001812         STOP RUN
001813     END-IF.
001814     PERFORM 2200-READ-TICKET-RECORD THRU 2200-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840*
002190     CLOSE TICKET-MASTER-FILE.
002200     CLOSE SEAT-MAP-FILE.
002205     CLOSE TICKET-SALES-FILE.
002207     CLOSE TICKET-LIABILITY-FILE.
002210 2000-EXIT.
002220     EXIT.
002230*
002309         MOVE TMR-SEAT-CLASS TO SEAT-CLASS
002310         MOVE TMR-SEAT-NUMBER TO SEAT-NUMBER
002311     END-IF.
002314     PERFORM 3900-CHECK-CARRIED-FARE THRU 3900-EXIT.
002317     IF AT100-FARE-NOT-CARRIED
002320         PERFORM 4000-CALCULATE-FARE THRU 4000-EXIT
002323         PERFORM 4500-WRITE-SALES-RECORD THRU 4500-EXIT
002326     END-IF.
002330     PERFORM 5000-PRINT-TICKET THRU 5000-EXIT.
002340     PERFORM 6000-PRINT-BOARDING-PASS THRU 6000-EXIT.
002350     PERFORM 2200-READ-TICKET-RECORD THRU 2200-EXIT.
003000     END-IF.
003010 3100-EXIT.
003020     EXIT.
003021*
003022* ---------------------------------------------------------------
003023* 3900-CHECK-CARRIED-FARE LOOKS THE TICKET UP ON THE TRAFFIC
003024* LIABILITY FILE. THIS PROGRAM PRICES A TICKET ONLY ON ITS
003025* FLIGHT DATE, SO A TICKET DEFERRED THERE FROM AN EARLIER SALE
003026* DATE WAS SOLD FOR A FLIGHT SINCE CANCELLED AND HAS BEEN MOVED
003027* ONTO THIS ONE. IT FLIES ON THE FARE ALREADY PAID: THAT FARE IS
003028* PRINTED AND THE TICKET IS NOT PRICED OR SOLD AGAIN.
003029* ---------------------------------------------------------------
003030 3900-CHECK-CARRIED-FARE.
003031     SET AT100-FARE-NOT-CARRIED TO TRUE.
003032     MOVE TICKET-NUMBER TO ALR-TICKET-NUMBER.
003033     READ TICKET-LIABILITY-FILE
003034         INVALID KEY
003035             GO TO 3900-EXIT
003036     END-READ.
003037     IF ALR-SALE-DATE NOT < AT100-REPORT-DATE
003038         GO TO 3900-EXIT
003039     END-IF.
003040     SET AT100-FARE-CARRIED TO TRUE.
003041     MOVE ALR-FARE-AMOUNT TO FARE-AMOUNT.
003042     MOVE ZERO TO TAXES.
003043     MOVE ALR-FARE-BASIS TO FARE-BASIS.
003044     ADD FARE-AMOUNT TAXES GIVING TOTAL-FARE.
003045 3900-EXIT.
003046     EXIT.
003047*
003048* ---------------------------------------------------------------
003050* 4000-CALCULATE-FARE PRICES THE TICKET FROM THE IN-MEMORY FARE
003060* TABLE KEYED ON DESTINATION PLUS SEAT CLASS, WITH AN ADVANCE-
003070* PURCHASE ELEMENT: OF THE ENTRIES WHOSE MINIMUM ADVANCE DAYS
003416*
003417* ---------------------------------------------------------------
003418* 4500-WRITE-SALES-RECORD WRITES ONE TICKET SALES RECORD FOR THE
003419* PRICED TICKET, FOR PICKUP BY THE END-OF-DAY REVENUE RUN. THE
003420* FORM OF PAYMENT AND AUTHORIZATION REFERENCE TAKEN AT BOOKING
003421* RIDE THE SALE FOR THE CARD RECEIVABLE.
003422* ---------------------------------------------------------------
003423 4500-WRITE-SALES-RECORD.
003424     MOVE TICKET-NUMBER TO TSR-TICKET-NUMBER.
003425     MOVE TMR-FLIGHT-DATE TO TSR-FLIGHT-DATE.
003426     MOVE AT100-DESTINATION TO TSR-DESTINATION.
003427     MOVE DEPARTURE-TIME TO TSR-DEPARTURE-TIME.
003428     MOVE SEAT-CLASS TO TSR-SEAT-CLASS.
003429     MOVE FARE-AMOUNT TO TSR-FARE-AMOUNT.
003430     MOVE TAXES TO TSR-TAXES.
003431     MOVE TOTAL-FARE TO TSR-TOTAL-FARE.
003432     MOVE FARE-BASIS TO TSR-FARE-BASIS.
003433     MOVE TMR-PAYMENT-FORM TO TSR-PAYMENT-FORM.
003434     MOVE TMR-AUTH-REFERENCE TO TSR-AUTH-REFERENCE.
003435     WRITE TICKET-SALES-RECORD.
003436 4500-EXIT.
003437     EXIT.
003438*
003439* ---------------------------------------------------------------
003440* 5000-PRINT-TICKET DISPLAYS THE TICKET RECEIPT FOR ONE
003441* PASSENGER.
003450* ---------------------------------------------------------------
003460 5000-PRINT-TICKET.
003470     DISPLAY "=====================================".
003560     DISPLAY "FARE AMOUNT:     " FARE-AMOUNT.
003570     DISPLAY "TAXES:           " TAXES.
003580     DISPLAY "TOTAL FARE:      " TOTAL-FARE.
003582     IF AT100-FARE-CARRIED
003584         DISPLAY "FARE CARRIED FROM ORIGINAL SALE - NO CHARGE"
003586     END-IF.
003590     DISPLAY "=====================================".
003600 5000-EXIT.
003610     EXIT.
