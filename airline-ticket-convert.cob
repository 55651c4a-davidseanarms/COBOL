000265*                    IN ONE PASS. A FILE ALREADY ON THE 95-BYTE
000266*                    LAYOUT IS CONVERTED WITH
000267*                    AIRLINE-TICKET-CONVERT2 INSTEAD.
000268*   10/15/2026 RC    THE OUTPUT LAYOUT NOW ALSO CARRIES
000269*                    TMR-MEMBER-NUMBER AND TMR-MILES-STATUS
000270*                    (SPACES = NO LOYALTY MEMBER, NO MILES
000271*                    POSTED), SO THE CONVERTED FILE LANDS ON
000272*                    THE CURRENT LAYOUT. A FILE ALREADY ON THE
000273*                    103-BYTE LAYOUT IS CONVERTED WITH
000274*                    AIRLINE-TICKET-CONVERT3 INSTEAD.
000275*   10/15/2026 RC    THE OUTPUT LAYOUT NOW ALSO CARRIES
000276*                    TMR-PAYMENT-FORM AND TMR-AUTH-REFERENCE ("CA"
000277*                    = PAID IN CASH, NO REFERENCE), SO THE
000278*                    CONVERTED FILE LANDS ON THE CURRENT LAYOUT.
000279* ---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000690     05  TMR-SEAT-NUMBER         PIC X(04).
000700     05  TMR-BOARDING-STATUS     PIC X(01).
000701     05  TMR-BOOKING-DATE        PIC 9(08).
000702     05  TMR-MEMBER-NUMBER       PIC X(06).
000703     05  TMR-MILES-STATUS        PIC X(01).
000704     05  TMR-PAYMENT-FORM        PIC X(02).
000705     05  TMR-AUTH-REFERENCE      PIC X(10).
000710*
000720 WORKING-STORAGE SECTION.
000730*
001170     MOVE SPACES TO TMR-SEAT-NUMBER.
001180     MOVE SPACES TO TMR-BOARDING-STATUS.
001181     MOVE ZERO TO TMR-BOOKING-DATE.
001182     MOVE SPACES TO TMR-MEMBER-NUMBER.
001183     MOVE SPACES TO TMR-MILES-STATUS.
001184     MOVE "CA" TO TMR-PAYMENT-FORM.
001185     MOVE SPACES TO TMR-AUTH-REFERENCE.
001190     WRITE TICKET-MASTER-RECORD
001200         INVALID KEY
001210             DISPLAY "DUPLICATE TICKET " TMR-TICKET-NUMBER
