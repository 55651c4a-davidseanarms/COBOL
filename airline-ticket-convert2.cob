000220*   09/01/2026 RC    ORIGINAL ONE-TIME CONVERSION FOR THE
000230*                    BOOKING-DATE FIELD ADDED TO THE TICKET
000240*                    MASTER RECORD, FOLLOWING THE PATTERN OF
000241*                    AIRLINE-TICKET-CONVERT.
000242*   10/15/2026 RC    THE OUTPUT LAYOUT NOW ALSO CARRIES
000243*                    TMR-MEMBER-NUMBER AND TMR-MILES-STATUS
000244*                    (SPACES = NO LOYALTY MEMBER, NO MILES
000245*                    POSTED), SO THE CONVERTED FILE LANDS ON
000246*                    THE CURRENT LAYOUT. A FILE ALREADY ON THE
000247*                    103-BYTE LAYOUT IS CONVERTED WITH
000248*                    AIRLINE-TICKET-CONVERT3 INSTEAD.
000249*   10/15/2026 RC    THE OUTPUT LAYOUT NOW ALSO CARRIES
000250*                    TMR-PAYMENT-FORM AND TMR-AUTH-REFERENCE ("CA"
000251*                    = PAID IN CASH, NO REFERENCE), SO THE
000252*                    CONVERTED FILE LANDS ON THE CURRENT LAYOUT.
000260* ---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000710     05  TMR-SEAT-NUMBER         PIC X(04).
000720     05  TMR-BOARDING-STATUS     PIC X(01).
000730     05  TMR-BOOKING-DATE        PIC 9(08).
000732     05  TMR-MEMBER-NUMBER       PIC X(06).
000734     05  TMR-MILES-STATUS        PIC X(01).
000736     05  TMR-PAYMENT-FORM        PIC X(02).
000738     05  TMR-AUTH-REFERENCE      PIC X(10).
000740*
000750 WORKING-STORAGE SECTION.
000760*
001200     MOVE OTR-SEAT-NUMBER TO TMR-SEAT-NUMBER.
001210     MOVE OTR-BOARDING-STATUS TO TMR-BOARDING-STATUS.
001220     MOVE ZERO TO TMR-BOOKING-DATE.
001222     MOVE SPACES TO TMR-MEMBER-NUMBER.
001224     MOVE SPACES TO TMR-MILES-STATUS.
001226     MOVE "CA" TO TMR-PAYMENT-FORM.
001228     MOVE SPACES TO TMR-AUTH-REFERENCE.
001230     WRITE TICKET-MASTER-RECORD
001240         INVALID KEY
001250             DISPLAY "DUPLICATE TICKET " TMR-TICKET-NUMBER
