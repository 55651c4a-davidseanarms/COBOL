000213*                    SAME RECORD THE RESERVATION AND TICKET
000214*                    PROGRAMS NOW WRITE; THIS PROGRAM LEAVES
000215*                    IT UNTOUCHED.
000216*   10/15/2026 RC    CARRIED THE NEW LOYALTY MEMBER NUMBER AND
000217*                    MILES-POSTED FLAG ON THE TICKET RECORD (SEE
000218*                    AIRLINE-TICKET-CONVERT3). NO CHANGE TO THE
000219*                    PROGRAM ITSELF.
000220*   10/15/2026 RC    CARRIED THE NEW FORM OF PAYMENT AND
000221*                    AUTHORIZATION REFERENCE ON THE TICKET RECORD
000222*                    (SEE AIRLINE-TICKET-CONVERT3, THE ONE
000223*                    CONVERSION FOR BOTH THE LOYALTY AND THE
000224*                    PAYMENT FIELDS). NO CHANGE TO THE PROGRAM
000225*                    ITSELF.
000226* ---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000500     05  TMR-BOARDING-STATUS     PIC X(01).
000510         88  TMR-PASSENGER-BOARDED      VALUE "B".
000511     05  TMR-BOOKING-DATE        PIC 9(08).
000512     05  TMR-MEMBER-NUMBER       PIC X(06).
000513     05  TMR-MILES-STATUS        PIC X(01).
000514     05  TMR-PAYMENT-FORM        PIC X(02).
000515     05  TMR-AUTH-REFERENCE      PIC X(10).
000520*
000530 WORKING-STORAGE SECTION.
000540*
