000180* MODIFICATION HISTORY
000190*   DATE       BY    DESCRIPTION
000200*   09/01/2026 RC    ORIGINAL HISTORY INQUIRY PROGRAM, THE
000201*                    READING SIDE OF AIRLINE-ARCHIVE.
000202*   10/15/2026 RC    CARRIED THE NEW LOYALTY MEMBER NUMBER AND
000203*                    MILES-POSTED FLAG ON THE TICKET AND TICKET
000204*                    HISTORY RECORDS (SEE
000205*                    AIRLINE-TICKET-CONVERT3). NO CHANGE TO THE
000206*                    PROGRAM ITSELF.
000207*   10/15/2026 RC    CARRIED THE NEW FORM OF PAYMENT AND
000208*                    AUTHORIZATION REFERENCE ON THE TICKET HISTORY
000209*                    RECORD (SEE AIRLINE-TICKET-CONVERT3, THE ONE
000210*                    CONVERSION FOR BOTH THE LOYALTY AND THE
000211*                    PAYMENT FIELDS). NO CHANGE TO THE PROGRAM
000212*                    ITSELF.
000220* ---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000500     05  THR-BOARDING-STATUS     PIC X(01).
000510         88  THR-PASSENGER-BOARDED      VALUE "B".
000511     05  THR-BOOKING-DATE        PIC 9(08).
000512     05  THR-MEMBER-NUMBER       PIC X(06).
000513     05  THR-MILES-STATUS        PIC X(01).
000514     05  THR-PAYMENT-FORM        PIC X(02).
000515     05  THR-AUTH-REFERENCE      PIC X(10).
000520*
000530 WORKING-STORAGE SECTION.
000540*
