000332*                    RECORD LAYOUT FOR THE SAME REASON (SEE
000333*                    AIRLINE-TICKET-CONVERT2 FOR THE ONE-TIME
000334*                    CONVERSION).
000335*   10/15/2026 RC    CARRIED THE NEW LOYALTY MEMBER NUMBER AND
000336*                    MILES-POSTED FLAG ON THE TICKET RECORD (SEE
000337*                    AIRLINE-TICKET-CONVERT3). NO CHANGE TO THE
000338*                    PROGRAM ITSELF.
000339*   10/15/2026 RC    CARRIED THE NEW FORM OF PAYMENT AND
000340*                    AUTHORIZATION REFERENCE ON THE TICKET RECORD
000341*                    (SEE AIRLINE-TICKET-CONVERT3, THE ONE
000342*                    CONVERSION FOR BOTH THE LOYALTY AND THE
000343*                    PAYMENT FIELDS). NO CHANGE TO THE PROGRAM
000344*                    ITSELF.
000345* ---------------------------------------------------------------
000346 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000592     05  TMR-SEAT-NUMBER         PIC X(04).
000593     05  TMR-BOARDING-STATUS     PIC X(01).
000594     05  TMR-BOOKING-DATE        PIC 9(08).
000595     05  TMR-MEMBER-NUMBER       PIC X(06).
000596     05  TMR-MILES-STATUS        PIC X(01).
000597     05  TMR-PAYMENT-FORM        PIC X(02).
000598     05  TMR-AUTH-REFERENCE      PIC X(10).
000600*
000610 SD  SORT-WORK-FILE.
000620 01  SORT-WORK-RECORD.
