000190*              PRINTS ON THE STRUCTURE-EDIT REPORT AND SETS
000200*              RETURN-CODE 16 SO THE JCL HOLDS SQUAREROOT AND A
000210*              BAD FEED IS CAUGHT BEFORE A SINGLE ROOT IS
000220*              COMPUTED.  EVERY BATCH HEADER'S SOURCE SYSTEM
000221*              MUST ALSO BE ACTIVE ON THE SOURCE-SYSTEM REGISTRY
000222*              (SRCREG, MAINTAINED BY SRCMAINT); A SYSTEM THAT IS
000223*              NOT REGISTERED OR IS SUSPENDED HOLDS THE
000224*              GENERATION THE SAME WAY A STRUCTURE ERROR DOES.
000230*
000240* MODIFICATION HISTORY
000250* --------------------------------------------------------------
000307*                   THE SAME RETURN CODE AS A STRUCTURE ERROR,
000308*                   SINCE THE EDIT CANNOT VOUCH FOR WHAT IT
000309*                   COULD NOT CHECK.
000310* 10/14/2026  KS    EACH BATCH HEADER'S SOURCE SYSTEM IS LOOKED
000311*                   UP ON THE NEW SOURCE-SYSTEM REGISTRY (SRCREG).
000312*                   A SYSTEM NOT ON THE REGISTRY, OR SUSPENDED
000313*                   THERE, PRINTS AN ERROR AND HOLDS THE RUN WITH
000314*                   RETURN CODE 16.
000315* 10/15/2026  KS    RENUMBERED THE FEW LINES NEXT TO THIS MONTH'S
000316*                   INSERTIONS WHERE THE SEQUENCE AREA HAD NO ROOM
000317*                   LEFT FOR THEM, THE CLOSE OF THIS HISTORY BLOCK
000318*                   AMONG THEM.  EVERY OTHER LINE KEEPS ITS NUMBER.
000319* --------------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. FEEDEDIT.
000340 AUTHOR. KENT SPENCE.
000440             ORGANIZATION IS LINE SEQUENTIAL.
000450         SELECT STANDARD-OUTPUT ASSIGN TO "EDITRPT"
000460             ORGANIZATION IS LINE SEQUENTIAL.
000462         SELECT OPTIONAL SOURCE-REGISTRY-FILE ASSIGN TO "SRCREG"
000464             ORGANIZATION IS INDEXED
000466             ACCESS IS RANDOM
000468             RECORD KEY IS SS-SOURCE-SYSTEM
000469             FILE STATUS IS FE-REGISTRY-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000530 01  STAGED-RECORD               PICTURE X(80).
000540 FD  STANDARD-OUTPUT.
000550 01  OUT-LINE                    PICTURE X(80).
000552 FD  SOURCE-REGISTRY-FILE.
000553 01  SOURCE-REGISTRY-RECORD.
000554     02  SS-SOURCE-SYSTEM         PICTURE X(10).
000555     02  SS-STATUS                PICTURE X(01).
000556         88  SS-STATUS-ACTIVE               VALUE 'A'.
000557         88  SS-STATUS-SUSPENDED            VALUE 'S'.
000558     02  FILLER                   PICTURE X(69).
000560
000570 WORKING-STORAGE SECTION.
000580
001060         88  FE-DUPLICATE-BATCH               VALUE 'Y'.
001070     02  FE-RECORD-SWITCH            PICTURE X(01) VALUE 'Y'.
001080         88  FE-RECORD-CLEAN                  VALUE 'Y'.
001082
001084 01  FE-REGISTRY-STATUS             PICTURE X(02) VALUE '00'.
001090
001100 01  FE-COUNTERS.
001110     02  FE-RECORD-COUNT             PICTURE 9(09) COMP VALUE 0.
002190* =================================================================
002200 1000-INITIALIZE.
002210     OPEN INPUT INPUT-FILE
002215          INPUT SOURCE-REGISTRY-FILE
002220          OUTPUT STAGED-FILE
002230          OUTPUT STANDARD-OUTPUT.
002240     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
002690
002700* =================================================================
002710* 2200-EDIT-BATCH-HEADER - A HEADER OPENS A NEW GROUP; ITS BATCH
002720* ID MAY NOT REPEAT WITHIN THE GENERATION AND ITS SOURCE SYSTEM
002725* MUST BE ACTIVE ON THE REGISTRY
002730* =================================================================
002740 2200-EDIT-BATCH-HEADER.
002750     ADD 1 TO FE-HEADER-COUNT.
002848             ADD 1 TO FE-OVERFLOW-COUNT
002850         END-IF
002860     END-IF.
002865     PERFORM 2270-CHECK-SOURCE-REGISTRY THRU 2270-EXIT.
002870     SET FE-GROUP-OPEN TO TRUE.
002880     MOVE 'N' TO FE-DETAIL-SWITCH.
002890     MOVE 'N' TO FE-TRAILER-SWITCH.
003090         SET FE-DUPLICATE-BATCH TO TRUE
003100     ELSE
003110         ADD 1 TO FE-SUB
003111     END-IF.
003112 2260-EXIT.
003113     EXIT.
003114
003115* =================================================================
003116* 2270-CHECK-SOURCE-REGISTRY - THE HEADER'S SOURCE SYSTEM MUST BE
003117* ON THE REGISTRY AND ACTIVE.  A MISSING REGISTRY READS AS "NOT
003118* REGISTERED", SO NO FEED IS RELEASED WITHOUT ONE.
003119* =================================================================
003120 2270-CHECK-SOURCE-REGISTRY.
003121     MOVE BH-SOURCE-SYSTEM TO SS-SOURCE-SYSTEM.
003122     READ SOURCE-REGISTRY-FILE
003123         INVALID KEY
003125             CONTINUE
003126     END-READ.
003127     IF FE-REGISTRY-STATUS NOT = '00'
003128         MOVE 'BATCHHDR' TO ed-type
003129         MOVE 'SOURCE SYSTEM NOT REGISTERED  ' TO ed-message
003130         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
003131         GO TO 2270-EXIT
003132     END-IF.
003133     IF NOT SS-STATUS-ACTIVE
003134         MOVE 'BATCHHDR' TO ed-type
003135         MOVE 'SOURCE SYSTEM SUSPENDED       ' TO ed-message
003136         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
003137     END-IF.
003138 2270-EXIT.
003140     EXIT.
003150
003160* =================================================================
004530     ELSE
004540         WRITE OUT-LINE FROM Verdict-good AFTER ADVANCING 1 LINE
004550     END-IF.
004560     CLOSE INPUT-FILE, SOURCE-REGISTRY-FILE, STAGED-FILE,
004565         STANDARD-OUTPUT.
004570 3000-EXIT.
004580     EXIT.
