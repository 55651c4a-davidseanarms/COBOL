000240*   DATE       BY    DESCRIPTION
000250*   09/01/2026 RC    ORIGINAL ARCHIVE/PURGE RUN FOR TKTMAST AND
000260*                    SEATMAP, WITH TKTHIST AS THE TICKET
000261*                    HISTORY FILE.
000262*   10/15/2026 RC    CARRIED THE NEW LOYALTY MEMBER NUMBER AND
000263*                    MILES-POSTED FLAG ON THE TICKET AND TICKET
000264*                    HISTORY RECORDS (SEE
000265*                    AIRLINE-TICKET-CONVERT3). THE HISTORY COPY
000266*                    KEEPS BOTH, SO A BOARDED TICKET ARCHIVED
000267*                    BEFORE AIRLINE-LOYALTY-ACCRUE HAS RUN STILL
000268*                    EARNS ITS MILES FROM HISTORY.
000269*   10/15/2026 RC    CARRIED THE NEW FORM OF PAYMENT AND
000270*                    AUTHORIZATION REFERENCE ON THE TICKET AND
000271*                    TICKET HISTORY RECORDS (SEE
000272*                    AIRLINE-TICKET-CONVERT3, THE ONE CONVERSION
000273*                    FOR BOTH THE LOYALTY AND THE PAYMENT FIELDS).
000274*                    THE HISTORY COPY KEEPS BOTH.
000280* ---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000650     05  TMR-SEAT-NUMBER         PIC X(04).
000660     05  TMR-BOARDING-STATUS     PIC X(01).
000661     05  TMR-BOOKING-DATE        PIC 9(08).
000662     05  TMR-MEMBER-NUMBER       PIC X(06).
000663     05  TMR-MILES-STATUS        PIC X(01).
000664     05  TMR-PAYMENT-FORM        PIC X(02).
000665     05  TMR-AUTH-REFERENCE      PIC X(10).
000670*
000680 FD  TICKET-HISTORY-FILE.
000690 01  TICKET-HISTORY-RECORD.
000780     05  THR-SEAT-NUMBER         PIC X(04).
000790     05  THR-BOARDING-STATUS     PIC X(01).
000791     05  THR-BOOKING-DATE        PIC 9(08).
000792     05  THR-MEMBER-NUMBER       PIC X(06).
000793     05  THR-MILES-STATUS        PIC X(01).
000794     05  THR-PAYMENT-FORM        PIC X(02).
000795     05  THR-AUTH-REFERENCE      PIC X(10).
000800*
000810 FD  SEAT-MAP-FILE.
000820 01  SEAT-MAP-RECORD.
001960     MOVE TMR-SEAT-NUMBER TO THR-SEAT-NUMBER.
001970     MOVE TMR-BOARDING-STATUS TO THR-BOARDING-STATUS.
001971     MOVE TMR-BOOKING-DATE TO THR-BOOKING-DATE.
001972     MOVE TMR-MEMBER-NUMBER TO THR-MEMBER-NUMBER.
001973     MOVE TMR-MILES-STATUS TO THR-MILES-STATUS.
001974     MOVE TMR-PAYMENT-FORM TO THR-PAYMENT-FORM.
001975     MOVE TMR-AUTH-REFERENCE TO THR-AUTH-REFERENCE.
001976     SET AT900-OK-TO-DELETE TO TRUE.
001980     WRITE TICKET-HISTORY-RECORD
001990         INVALID KEY
002000             PERFORM 2150-VERIFY-HISTORY-COPY THRU 2150-EXIT
