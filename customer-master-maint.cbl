000210*   09/01/2026 DAS   ORIGINAL CUSTOMER MASTER MAINTENANCE
000220*                    PROGRAM, BUILT ON THE DIRECT-I-O PATTERN
000230*                    OF THE REWORKED SAVINGS_ACCOUNT_MAINT,
000231*                    REPLACING THE BRANCH CARD INDEX.
000232*   10/15/2026 DAS   THE CUSTOMER RECORD NOW CARRIES THE
000233*                    TAXPAYER ID, ITS TYPE (S = SSN, E = EIN),
000234*                    AND THE WITHHOLDING CODE (N = NOT SUBJECT,
000235*                    B = BACKUP WITHHOLDING, E = EXEMPT
000236*                    RECIPIENT) FOR 1099-INT REPORTING (SEE
000237*                    SAVINGS_INTEREST_1099). ADD AND CHANGE ASK
000238*                    FOR THEM; A TAXPAYER ID MAY BE LEFT BLANK
000239*                    UNTIL THE CUSTOMER SUPPLIES IT, BUT WHEN
000240*                    GIVEN IT MUST BE NINE DIGITS WITH A TYPE.
000241*                    INQUIRY AND THE AUDIT LOG SHOW ONLY THE LAST
000242*                    FOUR DIGITS.
000243*                    CUSTMAST IS CONVERTED BY
000244*                    CUSTOMER_MASTER_CONVERT.
000250* ---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000500     05  CMR-CITY                PIC X(20).
000510     05  CMR-STATE               PIC X(02).
000520     05  CMR-ZIP-CODE            PIC X(05).
000521     05  CMR-TAXPAYER-ID         PIC X(09).
000522     05  CMR-TIN-TYPE            PIC X(01).
000523         88  CMR-TIN-IS-SSN                 VALUE "S".
000524         88  CMR-TIN-IS-EIN                 VALUE "E".
000525     05  CMR-WITHHOLDING-CODE    PIC X(01).
000526         88  CMR-NOT-SUBJECT-TO-BACKUP      VALUE "N".
000527         88  CMR-BACKUP-WITHHOLDING         VALUE "B".
000528         88  CMR-EXEMPT-RECIPIENT           VALUE "E".
000530*
000540 FD  MAINT-AUDIT-FILE.
000550 01  MAINT-AUDIT-RECORD          PIC X(241).
000560*
000570 WORKING-STORAGE SECTION.
000580*
000870 01  DL600-WORK-CITY             PIC X(20) VALUE SPACES.
000880 01  DL600-WORK-STATE            PIC X(02) VALUE SPACES.
000890 01  DL600-WORK-ZIP              PIC X(05) VALUE SPACES.
000891 01  DL600-WORK-TIN              PIC X(09) VALUE SPACES.
000892 01  DL600-WORK-TIN-TYPE         PIC X(01) VALUE SPACE.
000893     88  DL600-TIN-TYPE-VALID               VALUES "S" "E".
000894 01  DL600-WORK-WH-CODE          PIC X(01) VALUE SPACE.
000895     88  DL600-WH-CODE-VALID                VALUES "N" "B" "E".
000896*
000897 01  DL600-MASKED-TIN.
000898     05  FILLER                  PIC X(05) VALUE "*****".
000899     05  DL600-MASKED-LAST-FOUR  PIC X(04) VALUE SPACES.
000900*
000910 01  DL600-ADD-COUNT             PIC 9(05) COMP VALUE ZERO.
000920 01  DL600-CHANGE-COUNT          PIC 9(05) COMP VALUE ZERO.
000990     05  DCI-CITY                PIC X(20).
001000     05  DCI-STATE               PIC X(02).
001010     05  DCI-ZIP-CODE            PIC X(05).
001012     05  DCI-TAXPAYER-ID         PIC X(09).
001014     05  DCI-TIN-TYPE            PIC X(01).
001016     05  DCI-WITHHOLDING-CODE    PIC X(01).
001020*
001030 01  DL600-AUDIT-LINE.
001040     05  DAL-DATE                PIC 9(08).
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  DAL-CUSTOMER-NUMBER     PIC X(06).
001110     05  FILLER                  PIC X(01) VALUE SPACES.
001120     05  DAL-BEFORE-IMAGE        PIC X(104).
001130     05  FILLER                  PIC X(01) VALUE SPACES.
001140     05  DAL-AFTER-IMAGE         PIC X(104).
001150*
001160 PROCEDURE DIVISION.
001170*
002130     MOVE DL600-WORK-CITY TO CMR-CITY.
002140     MOVE DL600-WORK-STATE TO CMR-STATE.
002150     MOVE DL600-WORK-ZIP TO CMR-ZIP-CODE.
002152     MOVE DL600-WORK-TIN TO CMR-TAXPAYER-ID.
002154     MOVE DL600-WORK-TIN-TYPE TO CMR-TIN-TYPE.
002156     MOVE DL600-WORK-WH-CODE TO CMR-WITHHOLDING-CODE.
002160     WRITE CUSTOMER-MASTER-RECORD
002170         INVALID KEY
002180             DISPLAY "Add rejected: write failed, status = "
002560     MOVE DL600-WORK-CITY TO CMR-CITY.
002570     MOVE DL600-WORK-STATE TO CMR-STATE.
002580     MOVE DL600-WORK-ZIP TO CMR-ZIP-CODE.
002582     MOVE DL600-WORK-TIN TO CMR-TAXPAYER-ID.
002584     MOVE DL600-WORK-TIN-TYPE TO CMR-TIN-TYPE.
002586     MOVE DL600-WORK-WH-CODE TO CMR-WITHHOLDING-CODE.
002590     REWRITE CUSTOMER-MASTER-RECORD
002600         INVALID KEY
002610             DISPLAY "Change rejected: rewrite failed, status = "
003260     DISPLAY "Street:          " CMR-STREET-ADDRESS.
003270     DISPLAY "City/State/Zip:  " CMR-CITY " " CMR-STATE " "
003280         CMR-ZIP-CODE.
003281     IF CMR-TAXPAYER-ID = SPACES
003282         DISPLAY "Taxpayer id:     (none on file)"
003283     ELSE
003284         MOVE CMR-TAXPAYER-ID(6:4) TO DL600-MASKED-LAST-FOUR
003285         DISPLAY "Taxpayer id:     " DL600-MASKED-TIN
003286             "  type " CMR-TIN-TYPE
003287     END-IF.
003288     DISPLAY "Withholding:     " CMR-WITHHOLDING-CODE.
003290 3450-EXIT.
003300     EXIT.
003310*
003550     ACCEPT DL600-WORK-STATE.
003560     DISPLAY "Please enter the zip code:".
003570     ACCEPT DL600-WORK-ZIP.
003571     DISPLAY "Please enter the taxpayer id (9 digits, blank if "
003572         "not yet supplied):".
003573     ACCEPT DL600-WORK-TIN.
003574     DISPLAY "Please enter the taxpayer id type (S=SSN E=EIN):".
003575     ACCEPT DL600-WORK-TIN-TYPE.
003576     DISPLAY "Please enter the withholding code (N=Not subject "
003577         "B=Backup E=Exempt):".
003578     ACCEPT DL600-WORK-WH-CODE.
003580 4100-EXIT.
003590     EXIT.
003600*
003610* ---------------------------------------------------------------
003620* 5000-VALIDATE-FIELDS REQUIRES A NAME AND A DELIVERABLE
003626* ADDRESS: STREET, CITY, AND STATE MUST NOT BE BLANK. THE TAX
003632* FIELDS ARE THEN EDITED BY 5100-VALIDATE-TAX-FIELDS.
003640* ---------------------------------------------------------------
003650 5000-VALIDATE-FIELDS.
003660     SET DL600-INPUT-VALID TO TRUE.
003830             END-IF
003840         END-IF
003850     END-IF.
003852     IF DL600-INPUT-VALID
003854         PERFORM 5100-VALIDATE-TAX-FIELDS THRU 5100-EXIT
003856     END-IF.
003860 5000-EXIT.
003861     EXIT.
003862*
003863* ---------------------------------------------------------------
003864* 5100-VALIDATE-TAX-FIELDS DEFAULTS A BLANK WITHHOLDING CODE TO
003865* "N" (NOT SUBJECT TO BACKUP WITHHOLDING) AND EDITS IT. A BLANK
003866* TAXPAYER ID IS ALLOWED AND CARRIES NO TYPE; A TAXPAYER ID
003867* THAT IS GIVEN MUST BE NINE DIGITS WITH A TYPE OF S OR E.
003868* ---------------------------------------------------------------
003869 5100-VALIDATE-TAX-FIELDS.
003870     IF DL600-WORK-WH-CODE = SPACE
003871         MOVE "N" TO DL600-WORK-WH-CODE
003872     END-IF.
003873     IF NOT DL600-WH-CODE-VALID
003874         SET DL600-INPUT-INVALID TO TRUE
003875         MOVE "WITHHOLDING CODE MUST BE N, B, OR E" TO
003876             DL600-ERROR-MESSAGE
003877         GO TO 5100-EXIT
003878     END-IF.
003879     IF DL600-WORK-TIN = SPACES
003880         MOVE SPACE TO DL600-WORK-TIN-TYPE
003881         GO TO 5100-EXIT
003882     END-IF.
003883     IF DL600-WORK-TIN NOT NUMERIC
003884         SET DL600-INPUT-INVALID TO TRUE
003885         MOVE "TAXPAYER ID MUST BE NINE DIGITS" TO
003886             DL600-ERROR-MESSAGE
003887         GO TO 5100-EXIT
003888     END-IF.
003889     IF NOT DL600-TIN-TYPE-VALID
003890         SET DL600-INPUT-INVALID TO TRUE
003891         MOVE "TAXPAYER ID TYPE MUST BE S OR E" TO
003892             DL600-ERROR-MESSAGE
003893     END-IF.
003894 5100-EXIT.
003895     EXIT.
003896*
003897* ---------------------------------------------------------------
003900* 6000-BUILD-RECORD-IMAGE FORMATS THE CUSTOMER RECORD IN THE
003910* FILE RECORD AREA INTO THE EXTERNAL LAYOUT FOR THE AUDIT LOG.
003913* THE TAXPAYER ID IS MASKED TO ITS LAST FOUR DIGITS, AS ON
003916* INQUIRY, SO THE FULL NUMBER NEVER REACHES THE LOG.
003920* ---------------------------------------------------------------
003930 6000-BUILD-RECORD-IMAGE.
003940     MOVE CMR-CUSTOMER-NUMBER TO DCI-CUSTOMER-NUMBER.
003970     MOVE CMR-CITY TO DCI-CITY.
003980     MOVE CMR-STATE TO DCI-STATE.
003990     MOVE CMR-ZIP-CODE TO DCI-ZIP-CODE.
003991     IF CMR-TAXPAYER-ID = SPACES
003992         MOVE SPACES TO DCI-TAXPAYER-ID
003993     ELSE
003994         MOVE CMR-TAXPAYER-ID(6:4) TO DL600-MASKED-LAST-FOUR
003995         MOVE DL600-MASKED-TIN TO DCI-TAXPAYER-ID
003996     END-IF.
003997     MOVE CMR-TIN-TYPE TO DCI-TIN-TYPE.
003998     MOVE CMR-WITHHOLDING-CODE TO DCI-WITHHOLDING-CODE.
004000 6000-EXIT.
004010     EXIT.
004020*
