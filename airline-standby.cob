000080* PASSENGER A TICKET ON THE TICKET MASTER LIKE ANY OTHER
000090* BOOKING, SO SEATS NO LONGER GO OUT EMPTY WHILE WAITLISTED
000100* PASSENGERS WALK.
000103* TOP-TIER (GOLD) LOYALTY MEMBERS ON THE LIST CLEAR AHEAD OF
000106* EVERYONE ELSE; EACH GROUP CLEARS IN ITS OWN PRIORITY ORDER.
000110* ---------------------------------------------------------------
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. AIRLINE-STANDBY.
000265*                    (TKTHIST), SO NUMBERS ARCHIVED OFF THE
000266*                    MASTER ARE NEVER REISSUED TO CLEARED
000267*                    STANDBYS.
000268*   10/15/2026 RC    THE WAITLIST IS NOW CLEARED IN TWO PASSES:
000269*                    ENTRIES WHOSE LOYALTY MEMBER IS TOP TIER
000270*                    (GOLD ON THE NEW LOYALTY ACCOUNT FILE) FIRST,
000271*                    THEN EVERYONE ELSE, EACH PASS IN PRIORITY
000272*                    ORDER. THE WAITLIST MEMBER NUMBER IS CARRIED
000273*                    TO THE CLEARED PASSENGER'S TICKET (MILES NOT
000274*                    YET POSTED) SO THE FLIGHT EARNS MILES ONCE
000275*                    BOARDED. TKTMAST, TKTHIST, AND WAITLIST
000276*                    MUST BE CONVERTED ONCE WITH
000277*                    AIRLINE-TICKET-CONVERT3 BEFORE THIS VERSION
000278*                    IS RUN.
000279*   10/15/2026 RC    A CLEARED STANDBY'S TICKET AND SALES RECORD
000280*                    NOW CARRY THE FORM OF PAYMENT AND
000281*                    AUTHORIZATION REFERENCE TAKEN WHEN THE
000282*                    PASSENGER WAS WAITLISTED (SEE
000283*                    AIRLINE-TICKET-CONVERT3, THE ONE CONVERSION
000284*                    FOR BOTH THE LOYALTY AND THE PAYMENT FIELDS).
000285* ---------------------------------------------------------------
000286 ENVIRONMENT DIVISION.
000287 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310*
000489         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS THR-TICKET-NUMBER
000491         FILE STATUS IS AT800-HISTORY-FILE-STATUS.
000492     SELECT OPTIONAL LOYALTY-ACCOUNT-FILE ASSIGN TO "LOYALTY"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS LAR-MEMBER-NUMBER
000496         FILE STATUS IS AT800-LOYALTY-FILE-STATUS.
000497*
000500 DATA DIVISION.
000510 FILE SECTION.
000520*
000640     05  TMR-BOARDING-STATUS     PIC X(01).
000650         88  TMR-PASSENGER-BOARDED      VALUE "B".
000651     05  TMR-BOOKING-DATE        PIC 9(08).
000652     05  TMR-MEMBER-NUMBER       PIC X(06).
000653     05  TMR-MILES-STATUS        PIC X(01).
000654     05  TMR-PAYMENT-FORM        PIC X(02).
000655     05  TMR-AUTH-REFERENCE      PIC X(10).
000660*
000670 FD  SEAT-MAP-FILE.
000680 01  SEAT-MAP-RECORD.
000840     05  WLR-CUSTOMER-NAME       PIC X(30).
000850     05  WLR-GATE-NUMBER         PIC X(03).
000860     05  WLR-BOARDING-TIME       PIC X(05).
000862     05  WLR-DATE-ADDED          PIC 9(08).
000864     05  WLR-MEMBER-NUMBER       PIC X(06).
000866     05  WLR-PAYMENT-FORM        PIC X(02).
000868     05  WLR-AUTH-REFERENCE      PIC X(10).
000871*
000872 FD  FARE-TABLE-FILE.
000873 01  FARE-TABLE-RECORD.
000889     05  TSR-TAXES               PIC 9(05)V99.
000890     05  TSR-TOTAL-FARE          PIC 9(05)V99.
000891     05  TSR-FARE-BASIS          PIC X(08).
000892     05  TSR-PAYMENT-FORM        PIC X(02).
000893     05  TSR-AUTH-REFERENCE      PIC X(10).
000894*
000895* ONLY THE KEY OF THE TICKET HISTORY FILE IS OF INTEREST HERE;
000896* THE REST OF THE ARCHIVED TICKET RIDES AS FILLER.
000897 FD  TICKET-HISTORY-FILE.
000898 01  TICKET-HISTORY-RECORD.
000899     05  THR-TICKET-NUMBER       PIC X(08).
000900     05  FILLER                  PIC X(114).
000901*
000902* ONLY THE MEMBER'S TIER IS OF INTEREST HERE; THE REST OF THE
000903* LOYALTY ACCOUNT RIDES AS FILLER.
000904 FD  LOYALTY-ACCOUNT-FILE.
000905 01  LOYALTY-ACCOUNT-RECORD.
000906     05  LAR-MEMBER-NUMBER       PIC X(06).
000907     05  FILLER                  PIC X(38).
000908     05  LAR-TIER-CODE           PIC X(01).
000909         88  LAR-TIER-GOLD              VALUE "G".
000910     05  FILLER                  PIC X(59).
000911*
000912 WORKING-STORAGE SECTION.
000913*
000914 77  AT800-TICKET-FILE-STATUS    PIC X(02) VALUE "00".
000920 77  AT800-SEAT-FILE-STATUS      PIC X(02) VALUE "00".
000922 77  AT800-WAIT-FILE-STATUS      PIC X(02) VALUE "00".
000924 77  AT800-FARE-FILE-STATUS      PIC X(02) VALUE "00".
000926 77  AT800-SALES-FILE-STATUS     PIC X(02) VALUE "00".
000928 77  AT800-HISTORY-FILE-STATUS   PIC X(02) VALUE "00".
000930 77  AT800-LOYALTY-FILE-STATUS   PIC X(02) VALUE "00".
000934 77  AT800-DEFAULT-FARE-AMOUNT   PIC 9(05)V99 VALUE 250.00.
000935 77  AT800-DEFAULT-TAXES         PIC 9(05)V99 VALUE 35.00.
000936*
001110 01  AT800-SEAT-FOUND-SWITCH     PIC X(01) VALUE "N".
001120     88  AT800-SEAT-CLAIMED                 VALUE "Y".
001130     88  AT800-SEAT-NOT-CLAIMED             VALUE "N".
001131*
001132 01  AT800-PASS-SWITCH           PIC X(01) VALUE "G".
001133     88  AT800-TOP-TIER-PASS                VALUE "G".
001134     88  AT800-OTHER-PASS                   VALUE "O".
001135*
001136 01  AT800-TIER-SWITCH           PIC X(01) VALUE "N".
001137     88  AT800-TOP-TIER-MEMBER              VALUE "Y".
001138     88  AT800-NOT-TOP-TIER                 VALUE "N".
001140*
001150 01  AT800-TICKET-NUMBER-X       PIC X(08) VALUE ZEROES.
001160 01  AT800-TICKET-NUMBER-N REDEFINES AT800-TICKET-NUMBER-X
001621             AT800-HISTORY-FILE-STATUS
001622         STOP RUN
001623     END-IF.
001624     OPEN INPUT LOYALTY-ACCOUNT-FILE.
001625     IF AT800-LOYALTY-FILE-STATUS NOT = "00" AND
001626             AT800-LOYALTY-FILE-STATUS NOT = "05"
001627         DISPLAY "LOYALTY OPEN FAILED, STATUS = "
001628             AT800-LOYALTY-FILE-STATUS
001629         STOP RUN
001630     END-IF.
001631     DISPLAY "=====================================".
001632     DISPLAY "   STANDBY CLEARANCE                 ".
001633     DISPLAY "=====================================".
001640     DISPLAY "Please enter the destination:".
001650     ACCEPT AT800-FR-DESTINATION.
001660     DISPLAY "Please enter the departure time (HH:MM):".
002490* MAP AND WRITTEN A TICKET UNDER THE NEXT TICKET NUMBER; THE
002500* CLEARED ENTRY COMES OFF THE WAITLIST. CLEARING STOPS WHEN THE
002510* MAP RUNS OUT OF OPEN SEATS; ANYONE STILL LISTED IS COUNTED.
002513* THE LIST IS WORKED TWICE: THE FIRST PASS CLEARS ONLY TOP-TIER
002516* LOYALTY MEMBERS, THE SECOND EVERYONE ELSE.
002520* ---------------------------------------------------------------
002530 3000-CLEAR-STANDBYS.
002531     SET AT800-TOP-TIER-PASS TO TRUE.
002532     PERFORM 3050-SCAN-WAITLIST THRU 3050-EXIT.
002533     SET AT800-OTHER-PASS TO TRUE.
002534     PERFORM 3050-SCAN-WAITLIST THRU 3050-EXIT.
002535 3000-EXIT.
002536     EXIT.
002537*
002538 3050-SCAN-WAITLIST.
002540     SET AT800-WAIT-SCAN-ACTIVE TO TRUE.
002550     MOVE AT800-FR-DESTINATION TO WLR-DESTINATION.
002560     MOVE AT800-FR-DEPARTURE-TIME TO WLR-DEPARTURE-TIME.
002640         PERFORM 3100-CLEAR-ONE-STANDBY THRU 3100-EXIT
002650             UNTIL AT800-WAIT-SCAN-DONE
002660     END-IF.
002670 3050-EXIT.
002680     EXIT.
002690*
002700 3100-CLEAR-ONE-STANDBY.
002810         SET AT800-WAIT-SCAN-DONE TO TRUE
002820         GO TO 3100-EXIT
002830     END-IF.
002831     PERFORM 3150-CHECK-MEMBER-TIER THRU 3150-EXIT.
002832     IF AT800-TOP-TIER-PASS AND AT800-NOT-TOP-TIER
002833         GO TO 3100-EXIT
002834     END-IF.
002835     IF AT800-OTHER-PASS AND AT800-TOP-TIER-MEMBER
002836         GO TO 3100-EXIT
002837     END-IF.
002840     PERFORM 3200-CLAIM-OPEN-SEAT THRU 3200-EXIT.
002850     IF AT800-SEAT-NOT-CLAIMED
002860         ADD 1 TO AT800-LEFT-WAITING-COUNT
002870         DISPLAY "No open seat left for " WLR-CUSTOMER-NAME
002880         GO TO 3100-EXIT
002890     END-IF.
002891     PERFORM 3300-WRITE-STANDBY-TICKET THRU 3300-EXIT.
002892 3100-EXIT.
002893     EXIT.
002894*
002895* ---------------------------------------------------------------
002896* 3150-CHECK-MEMBER-TIER LOOKS UP THE WAITLIST ENTRY'S LOYALTY
002897* MEMBER NUMBER ON THE LOYALTY ACCOUNT FILE. ONLY A MEMBER WHOSE
002898* ACCOUNT CARRIES THE TOP (GOLD) TIER JUMPS THE LIST; NO MEMBER
002899* NUMBER OR NO ACCOUNT YET CLEARS IN THE ORDINARY PASS.
002900* ---------------------------------------------------------------
002901 3150-CHECK-MEMBER-TIER.
002902     SET AT800-NOT-TOP-TIER TO TRUE.
002903     IF WLR-MEMBER-NUMBER = SPACES
002904         GO TO 3150-EXIT
002905     END-IF.
002906     MOVE WLR-MEMBER-NUMBER TO LAR-MEMBER-NUMBER.
002907     READ LOYALTY-ACCOUNT-FILE
002908         INVALID KEY
002909             GO TO 3150-EXIT
002910     END-READ.
002911     IF LAR-TIER-GOLD
002912         SET AT800-TOP-TIER-MEMBER TO TRUE
002913     END-IF.
002914 3150-EXIT.
002920     EXIT.
002930*
002940* ---------------------------------------------------------------
003580     MOVE AT800-HELD-SEAT-NUMBER TO TMR-SEAT-NUMBER.
003590     MOVE "N" TO TMR-BOARDING-STATUS.
003591     MOVE AT800-RUN-DATE TO TMR-BOOKING-DATE.
003592     MOVE WLR-MEMBER-NUMBER TO TMR-MEMBER-NUMBER.
003593     MOVE SPACES TO TMR-MILES-STATUS.
003594     MOVE WLR-PAYMENT-FORM TO TMR-PAYMENT-FORM.
003595     MOVE WLR-AUTH-REFERENCE TO TMR-AUTH-REFERENCE.
003600     WRITE TICKET-MASTER-RECORD
003610         INVALID KEY
003620             DISPLAY "Ticket write failed for "
003863     MOVE AT800-PF-TAXES TO TSR-TAXES.
003864     MOVE AT800-PF-TOTAL-FARE TO TSR-TOTAL-FARE.
003865     MOVE AT800-PF-FARE-BASIS TO TSR-FARE-BASIS.
003866     MOVE TMR-PAYMENT-FORM TO TSR-PAYMENT-FORM.
003867     MOVE TMR-AUTH-REFERENCE TO TSR-AUTH-REFERENCE.
003868     WRITE TICKET-SALES-RECORD.
003869     ADD 1 TO AT800-JOURNALED-COUNT.
003870     DISPLAY "Journaled fare " AT800-PF-TOTAL-FARE
003871         " BASIS " AT800-PF-FARE-BASIS
003872         " for ticket " TMR-TICKET-NUMBER.
003873 7000-EXIT.
003874     EXIT.
003875*
003876 9000-WRAPUP.
003877     CLOSE TICKET-MASTER-FILE.
003878     CLOSE SEAT-MAP-FILE.
003879     CLOSE WAIT-LIST-FILE.
003880     CLOSE TICKET-SALES-FILE.
003881     CLOSE TICKET-HISTORY-FILE.
003882     CLOSE LOYALTY-ACCOUNT-FILE.
003883     DISPLAY " ".
003884     DISPLAY "STANDBYS CLEARED:       " AT800-CLEARED-COUNT.
003885     DISPLAY "SALES JOURNALED:        " AT800-JOURNALED-COUNT.
003886     DISPLAY "STILL ON THE WAITLIST:  "
003887         AT800-LEFT-WAITING-COUNT.
003888 9000-EXIT.
003890     EXIT.
003900*
003910 END PROGRAM AIRLINE-STANDBY.
