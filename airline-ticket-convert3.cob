000010* ---------------------------------------------------------------
000020* AIRLINE-TICKET-CONVERT3 IS THE ONE-TIME CONVERSION FOR THE
000030* LOYALTY PROGRAM AND THE FORM OF PAYMENT CAPTURE. THE TICKET
000040* MASTER AND THE TICKET HISTORY FILE GROW FROM THE 103-BYTE RECORD
000050* TO THE 122-BYTE RECORD THAT CARRIES THE LOYALTY MEMBER NUMBER
000060* (TMR-MEMBER-NUMBER, THE CUSTOMER NUMBER ON CUSTMAST), THE
000070* MILES-POSTED FLAG SET BY AIRLINE-LOYALTY-ACCRUE, THE FORM OF
000080* PAYMENT (TMR-PAYMENT-FORM) AND THE CARD AUTHORIZATION CODE OR
000090* VOUCHER NUMBER (TMR-AUTH-REFERENCE); THE WAITLIST GROWS FROM 93
000100* TO 111 BYTES FOR THE MEMBER NUMBER AIRLINE-STANDBY NEEDS TO
000110* CLEAR TOP-TIER MEMBERS FIRST AND FOR THE SAME PAYMENT FIELDS.
000120* EVERY EXISTING RECORD IS COPIED WITH NO MEMBER, NO MILES POSTED,
000130* AND PAID IN CASH ("CA", NO REFERENCE):
000140*
000150*     TKTMAST  TO TKTNEW
000160*     TKTHIST  TO THSTNEW
000170*     WAITLIST TO WAITNEW
000180*
000190* OPERATIONS THEN RETIRES THE OLD FILES AND RENAMES THE NEW ONES
000200* IN THEIR PLACE BEFORE ANY OF THE 122-BYTE PROGRAMS ARE RUN. A
000210* SHOP WITH NO HISTORY OR WAITLIST FILE YET SIMPLY GETS NONE. RUN
000220* ONCE ONLY.
000230* ---------------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AIRLINE-TICKET-CONVERT3.
000260 AUTHOR. R. CONWAY.
000270 INSTALLATION. PASSENGER SERVICES SYSTEMS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*
000310* ---------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE       BY    DESCRIPTION
000340*   10/15/2026 RC    ORIGINAL ONE-TIME CONVERSION FOR THE LOYALTY
000350*                    MEMBER NUMBER, MILES-POSTED FLAG, FORM OF
000360*                    PAYMENT, AND AUTHORIZATION REFERENCE ADDED TO
000370*                    THE TICKET AND TICKET HISTORY RECORDS (103 TO
000380*                    122 BYTES) AND THE MEMBER NUMBER, FORM OF
000390*                    PAYMENT, AND AUTHORIZATION REFERENCE ADDED TO
000400*                    THE WAITLIST RECORD (93 TO 111 BYTES),
000410*                    FOLLOWING THE PATTERN OF
000420*                    AIRLINE-TICKET-CONVERT2.
000430* ---------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OLD-TICKET-FILE ASSIGN TO "TKTMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS OTR-TICKET-NUMBER
000550         FILE STATUS IS AT720-OLD-FILE-STATUS.
000560     SELECT NEW-TICKET-FILE ASSIGN TO "TKTNEW"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS TMR-TICKET-NUMBER
000600         FILE STATUS IS AT720-NEW-FILE-STATUS.
000610     SELECT OPTIONAL OLD-HISTORY-FILE ASSIGN TO "TKTHIST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS OHR-TICKET-NUMBER
000650         FILE STATUS IS AT720-OLD-HIST-FILE-STATUS.
000660     SELECT NEW-HISTORY-FILE ASSIGN TO "THSTNEW"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS THR-TICKET-NUMBER
000700         FILE STATUS IS AT720-NEW-HIST-FILE-STATUS.
000710     SELECT OPTIONAL OLD-WAIT-FILE ASSIGN TO "WAITLIST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS OWR-WAIT-KEY
000750         FILE STATUS IS AT720-OLD-WAIT-FILE-STATUS.
000760     SELECT NEW-WAIT-FILE ASSIGN TO "WAITNEW"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS WLR-WAIT-KEY
000800         FILE STATUS IS AT720-NEW-WAIT-FILE-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840*
000850 FD  OLD-TICKET-FILE.
000860 01  OLD-TICKET-RECORD.
000870     05  OTR-TICKET-NUMBER       PIC X(08).
000880     05  OTR-REST-OF-TICKET      PIC X(95).
000890*
000900 FD  NEW-TICKET-FILE.
000910 01  TICKET-MASTER-RECORD.
000920     05  TMR-TICKET-NUMBER       PIC X(08).
000930     05  TMR-REST-OF-TICKET      PIC X(95).
000940     05  TMR-MEMBER-NUMBER       PIC X(06).
000950     05  TMR-MILES-STATUS        PIC X(01).
000960     05  TMR-PAYMENT-FORM        PIC X(02).
000970     05  TMR-AUTH-REFERENCE      PIC X(10).
000980*
000990 FD  OLD-HISTORY-FILE.
001000 01  OLD-HISTORY-RECORD.
001010     05  OHR-TICKET-NUMBER       PIC X(08).
001020     05  OHR-REST-OF-TICKET      PIC X(95).
001030*
001040 FD  NEW-HISTORY-FILE.
001050 01  TICKET-HISTORY-RECORD.
001060     05  THR-TICKET-NUMBER       PIC X(08).
001070     05  THR-REST-OF-TICKET      PIC X(95).
001080     05  THR-MEMBER-NUMBER       PIC X(06).
001090     05  THR-MILES-STATUS        PIC X(01).
001100     05  THR-PAYMENT-FORM        PIC X(02).
001110     05  THR-AUTH-REFERENCE      PIC X(10).
001120*
001130 FD  OLD-WAIT-FILE.
001140 01  OLD-WAIT-RECORD.
001150     05  OWR-WAIT-KEY            PIC X(47).
001160     05  OWR-REST-OF-ENTRY       PIC X(46).
001170*
001180 FD  NEW-WAIT-FILE.
001190 01  WAIT-LIST-RECORD.
001200     05  WLR-WAIT-KEY            PIC X(47).
001210     05  WLR-REST-OF-ENTRY       PIC X(46).
001220     05  WLR-MEMBER-NUMBER       PIC X(06).
001230     05  WLR-PAYMENT-FORM        PIC X(02).
001240     05  WLR-AUTH-REFERENCE      PIC X(10).
001250*
001260 WORKING-STORAGE SECTION.
001270*
001280 77  AT720-OLD-FILE-STATUS       PIC X(02) VALUE "00".
001290 77  AT720-NEW-FILE-STATUS       PIC X(02) VALUE "00".
001300 77  AT720-OLD-HIST-FILE-STATUS  PIC X(02) VALUE "00".
001310 77  AT720-NEW-HIST-FILE-STATUS  PIC X(02) VALUE "00".
001320 77  AT720-OLD-WAIT-FILE-STATUS  PIC X(02) VALUE "00".
001330 77  AT720-NEW-WAIT-FILE-STATUS  PIC X(02) VALUE "00".
001340*
001350 01  AT720-EOF-SWITCH            PIC X(01) VALUE "N".
001360     88  AT720-END-OF-OLD-FILE              VALUE "Y".
001370*
001380 01  AT720-HIST-EOF-SWITCH       PIC X(01) VALUE "N".
001390     88  AT720-END-OF-OLD-HISTORY           VALUE "Y".
001400*
001410 01  AT720-WAIT-EOF-SWITCH       PIC X(01) VALUE "N".
001420     88  AT720-END-OF-OLD-WAITLIST          VALUE "Y".
001430*
001440 01  AT720-CONVERTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001450 01  AT720-HIST-CONVERTED-COUNT  PIC 9(07) COMP VALUE ZERO.
001460 01  AT720-WAIT-CONVERTED-COUNT  PIC 9(07) COMP VALUE ZERO.
001470*
001480 PROCEDURE DIVISION.
001490*
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-CONVERT-ONE-TICKET THRU 2000-EXIT
001530         UNTIL AT720-END-OF-OLD-FILE.
001540     PERFORM 3000-CONVERT-ONE-HISTORY THRU 3000-EXIT
001550         UNTIL AT720-END-OF-OLD-HISTORY.
001560     PERFORM 4000-CONVERT-ONE-WAIT-ENTRY THRU 4000-EXIT
001570         UNTIL AT720-END-OF-OLD-WAITLIST.
001580     PERFORM 9000-WRAPUP THRU 9000-EXIT.
001590     STOP RUN.
001600*
001610 1000-INITIALIZE.
001620     OPEN INPUT OLD-TICKET-FILE.
001630     IF AT720-OLD-FILE-STATUS NOT = "00"
001640         DISPLAY "TKTMAST OPEN FAILED, STATUS = "
001650             AT720-OLD-FILE-STATUS
001660         STOP RUN
001670     END-IF.
001680     OPEN OUTPUT NEW-TICKET-FILE.
001690     IF AT720-NEW-FILE-STATUS NOT = "00"
001700         DISPLAY "TKTNEW OPEN FAILED, STATUS = "
001710             AT720-NEW-FILE-STATUS
001720         STOP RUN
001730     END-IF.
001740     OPEN INPUT OLD-HISTORY-FILE.
001750     IF AT720-OLD-HIST-FILE-STATUS NOT = "00" AND
001760             AT720-OLD-HIST-FILE-STATUS NOT = "05"
001770         DISPLAY "TKTHIST OPEN FAILED, STATUS = "
001780             AT720-OLD-HIST-FILE-STATUS
001790         STOP RUN
001800     END-IF.
001810     OPEN OUTPUT NEW-HISTORY-FILE.
001820     IF AT720-NEW-HIST-FILE-STATUS NOT = "00"
001830         DISPLAY "THSTNEW OPEN FAILED, STATUS = "
001840             AT720-NEW-HIST-FILE-STATUS
001850         STOP RUN
001860     END-IF.
001870     OPEN INPUT OLD-WAIT-FILE.
001880     IF AT720-OLD-WAIT-FILE-STATUS NOT = "00" AND
001890             AT720-OLD-WAIT-FILE-STATUS NOT = "05"
001900         DISPLAY "WAITLIST OPEN FAILED, STATUS = "
001910             AT720-OLD-WAIT-FILE-STATUS
001920         STOP RUN
001930     END-IF.
001940     OPEN OUTPUT NEW-WAIT-FILE.
001950     IF AT720-NEW-WAIT-FILE-STATUS NOT = "00"
001960         DISPLAY "WAITNEW OPEN FAILED, STATUS = "
001970             AT720-NEW-WAIT-FILE-STATUS
001980         STOP RUN
001990     END-IF.
002000     PERFORM 2100-READ-OLD-TICKET THRU 2100-EXIT.
002010     PERFORM 3100-READ-OLD-HISTORY THRU 3100-EXIT.
002020     PERFORM 4100-READ-OLD-WAIT-ENTRY THRU 4100-EXIT.
002030 1000-EXIT.
002040     EXIT.
002050*
002060 2000-CONVERT-ONE-TICKET.
002070     MOVE OTR-TICKET-NUMBER TO TMR-TICKET-NUMBER.
002080     MOVE OTR-REST-OF-TICKET TO TMR-REST-OF-TICKET.
002090     MOVE SPACES TO TMR-MEMBER-NUMBER.
002100     MOVE SPACES TO TMR-MILES-STATUS.
002110     MOVE "CA" TO TMR-PAYMENT-FORM.
002120     MOVE SPACES TO TMR-AUTH-REFERENCE.
002130     WRITE TICKET-MASTER-RECORD
002140         INVALID KEY
002150             DISPLAY "DUPLICATE TICKET " TMR-TICKET-NUMBER
002160                 " NOT CONVERTED"
002170         NOT INVALID KEY
002180             ADD 1 TO AT720-CONVERTED-COUNT
002190     END-WRITE.
002200     PERFORM 2100-READ-OLD-TICKET THRU 2100-EXIT.
002210 2000-EXIT.
002220     EXIT.
002230*
002240 2100-READ-OLD-TICKET.
002250     READ OLD-TICKET-FILE
002260         AT END
002270             SET AT720-END-OF-OLD-FILE TO TRUE
002280     END-READ.
002290 2100-EXIT.
002300     EXIT.
002310*
002320 3000-CONVERT-ONE-HISTORY.
002330     MOVE OHR-TICKET-NUMBER TO THR-TICKET-NUMBER.
002340     MOVE OHR-REST-OF-TICKET TO THR-REST-OF-TICKET.
002350     MOVE SPACES TO THR-MEMBER-NUMBER.
002360     MOVE SPACES TO THR-MILES-STATUS.
002370     MOVE "CA" TO THR-PAYMENT-FORM.
002380     MOVE SPACES TO THR-AUTH-REFERENCE.
002390     WRITE TICKET-HISTORY-RECORD
002400         INVALID KEY
002410             DISPLAY "DUPLICATE HISTORY TICKET " THR-TICKET-NUMBER
002420                 " NOT CONVERTED"
002430         NOT INVALID KEY
002440             ADD 1 TO AT720-HIST-CONVERTED-COUNT
002450     END-WRITE.
002460     PERFORM 3100-READ-OLD-HISTORY THRU 3100-EXIT.
002470 3000-EXIT.
002480     EXIT.
002490*
002500 3100-READ-OLD-HISTORY.
002510     READ OLD-HISTORY-FILE
002520         AT END
002530             SET AT720-END-OF-OLD-HISTORY TO TRUE
002540     END-READ.
002550 3100-EXIT.
002560     EXIT.
002570*
002580 4000-CONVERT-ONE-WAIT-ENTRY.
002590     MOVE OWR-WAIT-KEY TO WLR-WAIT-KEY.
002600     MOVE OWR-REST-OF-ENTRY TO WLR-REST-OF-ENTRY.
002610     MOVE SPACES TO WLR-MEMBER-NUMBER.
002620     MOVE "CA" TO WLR-PAYMENT-FORM.
002630     MOVE SPACES TO WLR-AUTH-REFERENCE.
002640     WRITE WAIT-LIST-RECORD
002650         INVALID KEY
002660             DISPLAY "DUPLICATE WAITLIST ENTRY " WLR-WAIT-KEY
002670                 " NOT CONVERTED"
002680         NOT INVALID KEY
002690             ADD 1 TO AT720-WAIT-CONVERTED-COUNT
002700     END-WRITE.
002710     PERFORM 4100-READ-OLD-WAIT-ENTRY THRU 4100-EXIT.
002720 4000-EXIT.
002730     EXIT.
002740*
002750 4100-READ-OLD-WAIT-ENTRY.
002760     READ OLD-WAIT-FILE
002770         AT END
002780             SET AT720-END-OF-OLD-WAITLIST TO TRUE
002790     END-READ.
002800 4100-EXIT.
002810     EXIT.
002820*
002830 9000-WRAPUP.
002840     CLOSE OLD-TICKET-FILE.
002850     CLOSE NEW-TICKET-FILE.
002860     CLOSE OLD-HISTORY-FILE.
002870     CLOSE NEW-HISTORY-FILE.
002880     CLOSE OLD-WAIT-FILE.
002890     CLOSE NEW-WAIT-FILE.
002900     DISPLAY "TICKETS CONVERTED:          " AT720-CONVERTED-COUNT.
002910     DISPLAY "HISTORY TICKETS CONVERTED:  "
002920         AT720-HIST-CONVERTED-COUNT.
002930     DISPLAY "WAITLIST ENTRIES CONVERTED: "
002940         AT720-WAIT-CONVERTED-COUNT.
002950     DISPLAY "RETIRE THE OLD TKTMAST, TKTHIST, AND WAITLIST AND "
002960         "RENAME TKTNEW, THSTNEW, AND WAITNEW IN THEIR PLACE "
002970         "BEFORE RUNNING THE TICKETING PROGRAMS.".
002980 9000-EXIT.
002990     EXIT.
003000*
003010 END PROGRAM AIRLINE-TICKET-CONVERT3.
