000010* ---------------------------------------------------------------
000020* AIRLINE-LOYALTY-MAINT IS THE LOYALTY SERVICE DESK DIALOG. IT
000030* SHOWS A MEMBER'S ACCOUNT (TIER, QUALIFYING MILES, AND MILES
000040* EARNED, REDEEMED, EXPIRED, AND AVAILABLE) AND POSTS AWARD
000050* REDEMPTIONS. A REDEMPTION IS REFUSED IF IT EXCEEDS THE MILES
000060* AVAILABLE; AN ACCEPTED ONE IS ADDED TO THE ACCOUNT'S REDEEMED
000070* MILES AND WRITTEN TO THE LOYALTY ACTIVITY FILE (LOYLTXN) AS AN
000080* "R" ENTRY FOR THE MONTHLY STATEMENT.
000090* ---------------------------------------------------------------
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AIRLINE-LOYALTY-MAINT.
000120 AUTHOR. R. CONWAY.
000130 INSTALLATION. PASSENGER SERVICES SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       BY    DESCRIPTION
000200*   10/15/2026 RC    ORIGINAL LOYALTY INQUIRY AND REDEMPTION
000210*                    DIALOG.
000220* ---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270*
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LOYALTY-ACCOUNT-FILE ASSIGN TO "LOYALTY"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS LAR-MEMBER-NUMBER
000340         FILE STATUS IS AT950-LOYALTY-FILE-STATUS.
000350     SELECT OPTIONAL LOYALTY-ACTIVITY-FILE ASSIGN TO "LOYLTXN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS AT950-ACTIVITY-FILE-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410*
000420* LOYALTY ACCOUNT, ONE PER MEMBER. THE MEMBER NUMBER IS THE
000430* CUSTOMER NUMBER ON CUSTMAST. THE MILES BALANCE IS EARNED LESS
000440* REDEEMED LESS EXPIRED.
000450 FD  LOYALTY-ACCOUNT-FILE.
000460 01  LOYALTY-ACCOUNT-RECORD.
000470     05  LAR-MEMBER-NUMBER       PIC X(06).
000480     05  LAR-MEMBER-NAME         PIC X(30).
000490     05  LAR-ENROLL-DATE         PIC 9(08).
000500     05  LAR-TIER-CODE           PIC X(01).
000510         88  LAR-TIER-GOLD              VALUE "G".
000520         88  LAR-TIER-SILVER            VALUE "S".
000530         88  LAR-TIER-BASE              VALUE "B".
000540     05  LAR-MILES-EARNED        PIC 9(09).
000550     05  LAR-MILES-REDEEMED      PIC 9(09).
000560     05  LAR-MILES-EXPIRED       PIC 9(09).
000570     05  LAR-QUAL-YEAR           PIC 9(04).
000580     05  LAR-QUAL-MILES          PIC 9(07).
000590     05  LAR-PRIOR-QUAL-MILES    PIC 9(07).
000600     05  LAR-LAST-EARN-DATE      PIC 9(08).
000610     05  LAR-LAST-STMT-MONTH     PIC 9(06).
000620*
000630* LOYALTY ACTIVITY: ONE ENTRY PER EARNING (E), REDEMPTION (R),
000640* OR EXPIRY (X).
000650 FD  LOYALTY-ACTIVITY-FILE.
000660 01  LOYALTY-ACTIVITY-RECORD.
000670     05  LTR-MEMBER-NUMBER       PIC X(06).
000680     05  LTR-POST-DATE           PIC 9(08).
000690     05  LTR-TYPE                PIC X(01).
000700     05  LTR-MILES               PIC 9(07).
000710     05  LTR-REFERENCE           PIC X(08).
000720     05  LTR-FLIGHT-DATE         PIC 9(08).
000730     05  LTR-DESCRIPTION         PIC X(30).
000740     05  LTR-SEAT-CLASS          PIC X(01).
000750*
000760 WORKING-STORAGE SECTION.
000770*
000780 77  AT950-LOYALTY-FILE-STATUS   PIC X(02) VALUE "00".
000790 77  AT950-ACTIVITY-FILE-STATUS  PIC X(02) VALUE "00".
000800*
000810 01  AT950-FUNCTION-CODE         PIC X(01) VALUE SPACE.
000820     88  AT950-FUNC-INQUIRE                 VALUE "I".
000830     88  AT950-FUNC-REDEEM                  VALUE "R".
000840     88  AT950-FUNC-EXIT                    VALUE "E".
000850*
000860 01  AT950-MEMBER-SWITCH         PIC X(01) VALUE "N".
000870     88  AT950-MEMBER-FOUND                 VALUE "Y".
000880     88  AT950-MEMBER-NOT-FOUND             VALUE "N".
000890*
000900 01  AT950-CONFIRM-CODE          PIC X(01) VALUE SPACE.
000910     88  AT950-CONFIRMED                    VALUE "Y".
000920*
000930 01  AT950-RUN-DATE              PIC 9(08) VALUE ZERO.
000940 01  AT950-AVAILABLE-MILES       PIC 9(09) VALUE ZERO.
000950 01  AT950-WORK-MILES            PIC 9(07) VALUE ZERO.
000960 01  AT950-WORK-REFERENCE        PIC X(08) VALUE SPACES.
000970 01  AT950-WORK-DESCRIPTION      PIC X(30) VALUE SPACES.
000980 01  AT950-TIER-NAME             PIC X(06) VALUE SPACES.
000990*
001000 01  AT950-REDEEM-COUNT          PIC 9(05) COMP VALUE ZERO.
001010*
001020 PROCEDURE DIVISION.
001030*
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001060     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
001070         UNTIL AT950-FUNC-EXIT.
001080     PERFORM 9000-WRAPUP THRU 9000-EXIT.
001090     STOP RUN.
001100*
001110 1000-INITIALIZE.
001120     ACCEPT AT950-RUN-DATE FROM DATE YYYYMMDD.
001130     OPEN I-O LOYALTY-ACCOUNT-FILE.
001140     IF AT950-LOYALTY-FILE-STATUS NOT = "00"
001150         DISPLAY "LOYALTY OPEN FAILED, STATUS = "
001160             AT950-LOYALTY-FILE-STATUS
001170         STOP RUN
001180     END-IF.
001190     OPEN EXTEND LOYALTY-ACTIVITY-FILE.
001200     IF AT950-ACTIVITY-FILE-STATUS NOT = "00" AND
001210             AT950-ACTIVITY-FILE-STATUS NOT = "05"
001220         DISPLAY "LOYLTXN OPEN FAILED, STATUS = "
001230             AT950-ACTIVITY-FILE-STATUS
001240         STOP RUN
001250     END-IF.
001260     DISPLAY "=====================================".
001270     DISPLAY "   LOYALTY ACCOUNT MAINTENANCE       ".
001280     DISPLAY "=====================================".
001290 1000-EXIT.
001300     EXIT.
001310*
001320* ---------------------------------------------------------------
001330* 2000-PROCESS-ONE-REQUEST SHOWS THE FUNCTION MENU, ACCEPTS ONE
001340* FUNCTION CODE, AND ROUTES TO THE MATCHING FUNCTION.
001350* ---------------------------------------------------------------
001360 2000-PROCESS-ONE-REQUEST.
001370     DISPLAY " ".
001380     DISPLAY "Function: I=Inquire R=Redeem miles E=End".
001390     ACCEPT AT950-FUNCTION-CODE.
001400     EVALUATE TRUE
001410         WHEN AT950-FUNC-INQUIRE
001420             PERFORM 3000-INQUIRE-MEMBER THRU 3000-EXIT
001430         WHEN AT950-FUNC-REDEEM
001440             PERFORM 4000-REDEEM-MILES THRU 4000-EXIT
001450         WHEN AT950-FUNC-EXIT
001460             CONTINUE
001470         WHEN OTHER
001480             DISPLAY "Invalid function code, please re-enter."
001490     END-EVALUATE.
001500 2000-EXIT.
001510     EXIT.
001520*
001530 3000-INQUIRE-MEMBER.
001540     PERFORM 3100-READ-MEMBER THRU 3100-EXIT.
001550     IF AT950-MEMBER-FOUND
001560         PERFORM 5000-DISPLAY-ACCOUNT THRU 5000-EXIT
001570     END-IF.
001580 3000-EXIT.
001590     EXIT.
001600*
001610 3100-READ-MEMBER.
001620     SET AT950-MEMBER-NOT-FOUND TO TRUE.
001630     DISPLAY "Please enter the loyalty member number:".
001640     ACCEPT LAR-MEMBER-NUMBER.
001650     READ LOYALTY-ACCOUNT-FILE
001660         INVALID KEY
001670             DISPLAY "Member " LAR-MEMBER-NUMBER
001680                 " has no loyalty account."
001690             GO TO 3100-EXIT
001700     END-READ.
001710     SET AT950-MEMBER-FOUND TO TRUE.
001720     COMPUTE AT950-AVAILABLE-MILES = LAR-MILES-EARNED
001730         - LAR-MILES-REDEEMED - LAR-MILES-EXPIRED.
001740 3100-EXIT.
001750     EXIT.
001760*
001770* ---------------------------------------------------------------
001780* 4000-REDEEM-MILES TAKES THE MILES AND AWARD REFERENCE FOR ONE
001790* REDEMPTION, REFUSES IT IF THE MEMBER DOES NOT HAVE THE MILES,
001800* AND ON CONFIRMATION POSTS IT TO THE ACCOUNT AND TO LOYLTXN.
001810* ---------------------------------------------------------------
001820 4000-REDEEM-MILES.
001830     PERFORM 3100-READ-MEMBER THRU 3100-EXIT.
001840     IF AT950-MEMBER-NOT-FOUND
001850         GO TO 4000-EXIT
001860     END-IF.
001870     PERFORM 5000-DISPLAY-ACCOUNT THRU 5000-EXIT.
001880     DISPLAY "Please enter the miles to redeem:".
001890     ACCEPT AT950-WORK-MILES.
001900     IF AT950-WORK-MILES = ZERO
001910         DISPLAY "No miles entered, redemption cancelled."
001920         GO TO 4000-EXIT
001930     END-IF.
001940     IF AT950-WORK-MILES > AT950-AVAILABLE-MILES
001950         DISPLAY "Member has only " AT950-AVAILABLE-MILES
001960             " miles available, redemption refused."
001970         GO TO 4000-EXIT
001980     END-IF.
001990     DISPLAY "Please enter the award reference:".
002000     ACCEPT AT950-WORK-REFERENCE.
002010     DISPLAY "Please enter the award description:".
002020     ACCEPT AT950-WORK-DESCRIPTION.
002030     DISPLAY "Redeem " AT950-WORK-MILES " miles (Y/N)?".
002040     ACCEPT AT950-CONFIRM-CODE.
002050     IF NOT AT950-CONFIRMED
002060         DISPLAY "Redemption cancelled."
002070         GO TO 4000-EXIT
002080     END-IF.
002090     ADD AT950-WORK-MILES TO LAR-MILES-REDEEMED.
002100     REWRITE LOYALTY-ACCOUNT-RECORD
002110         INVALID KEY
002120             DISPLAY "LOYALTY REWRITE FAILED, STATUS = "
002130                 AT950-LOYALTY-FILE-STATUS
002140             GO TO 4000-EXIT
002150     END-REWRITE.
002160     MOVE LAR-MEMBER-NUMBER TO LTR-MEMBER-NUMBER.
002170     MOVE AT950-RUN-DATE TO LTR-POST-DATE.
002180     MOVE "R" TO LTR-TYPE.
002190     MOVE AT950-WORK-MILES TO LTR-MILES.
002200     MOVE AT950-WORK-REFERENCE TO LTR-REFERENCE.
002210     MOVE ZERO TO LTR-FLIGHT-DATE.
002220     MOVE AT950-WORK-DESCRIPTION TO LTR-DESCRIPTION.
002230     MOVE SPACE TO LTR-SEAT-CLASS.
002240     WRITE LOYALTY-ACTIVITY-RECORD.
002250     ADD 1 TO AT950-REDEEM-COUNT.
002260     SUBTRACT AT950-WORK-MILES FROM AT950-AVAILABLE-MILES.
002270     DISPLAY "Redemption posted, " AT950-AVAILABLE-MILES
002280         " miles remain.".
002290 4000-EXIT.
002300     EXIT.
002310*
002320 5000-DISPLAY-ACCOUNT.
002330     EVALUATE TRUE
002340         WHEN LAR-TIER-GOLD
002350             MOVE "GOLD" TO AT950-TIER-NAME
002360         WHEN LAR-TIER-SILVER
002370             MOVE "SILVER" TO AT950-TIER-NAME
002380         WHEN OTHER
002390             MOVE "BASE" TO AT950-TIER-NAME
002400     END-EVALUATE.
002410     DISPLAY "-------------------------------------".
002420     DISPLAY "MEMBER NUMBER:   " LAR-MEMBER-NUMBER.
002430     DISPLAY "MEMBER NAME:     " LAR-MEMBER-NAME.
002440     DISPLAY "ENROLLED:        " LAR-ENROLL-DATE.
002450     DISPLAY "TIER:            " AT950-TIER-NAME.
002460     DISPLAY "QUALIFYING:      " LAR-QUAL-MILES " IN "
002470         LAR-QUAL-YEAR ", " LAR-PRIOR-QUAL-MILES " PRIOR YEAR".
002480     DISPLAY "MILES EARNED:    " LAR-MILES-EARNED.
002490     DISPLAY "MILES REDEEMED:  " LAR-MILES-REDEEMED.
002500     DISPLAY "MILES EXPIRED:   " LAR-MILES-EXPIRED.
002510     DISPLAY "MILES AVAILABLE: " AT950-AVAILABLE-MILES.
002520     DISPLAY "LAST EARNED:     " LAR-LAST-EARN-DATE.
002530     DISPLAY "-------------------------------------".
002540 5000-EXIT.
002550     EXIT.
002560*
002570 9000-WRAPUP.
002580     CLOSE LOYALTY-ACCOUNT-FILE.
002590     CLOSE LOYALTY-ACTIVITY-FILE.
002600     DISPLAY "Redemptions posted: " AT950-REDEEM-COUNT.
002610     DISPLAY "Loyalty maintenance ended.".
002620 9000-EXIT.
002630     EXIT.
002640*
002650 END PROGRAM AIRLINE-LOYALTY-MAINT.
