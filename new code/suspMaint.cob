000629*                   SQUAREROOT PRECEDENT - THE KEYED-SUSPENSE
000631*                   AND DISPOSITION-CARD INSERTIONS HAD RUN
000632*                   SEVERAL BLOCKS OUT OF NUMBERING ROOM.
000633* 10/15/2026  KS    EVERY APPLIED DISPOSITION CARD IS NOW APPENDED
000634*                   TO THE AUTHORIZATION AUDIT REGISTER (AUDITREG)
000636*                   WITH ITS AUTHORIZER, THE ENTRY'S KEY AND
000637*                   BATCH, THE DISPOSITION, THE REASON CODE AND
000638*                   THE STAMP THE ENTRY CARRIED BEFORE THE CARD.
000640* 10/15/2026  KS    RENUMBERED THE FEW LINES NEXT TO THIS MONTH'S
000641*                   INSERTIONS WHERE THE SEQUENCE AREA HAD NO ROOM
000643*                   LEFT FOR THEM - AMONG THEM THE CLOSE OF THIS
000644*                   HISTORY BLOCK AND THE IDENTIFICATION DIVISION
000645*                   LINE.  EVERY OTHER LINE KEEPS ITS NUMBER.
000647* --------------------------------------------------------------
000648 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. SUSPMAINT.
000660 AUTHOR. KENT SPENCE.
000670 INSTALLATION. DATA PROCESSING DEPARTMENT.
000780         SELECT INPUT-FILE ASSIGN TO "SQRTIN"
000790             ORGANIZATION IS LINE SEQUENTIAL.
000800         SELECT OPTIONAL DISPOSITION-FILE ASSIGN TO "DISPCARD"
000803             ORGANIZATION IS LINE SEQUENTIAL.
000806         SELECT OPTIONAL AUDIT-REGISTER-FILE ASSIGN TO "AUDITREG"
000810             ORGANIZATION IS LINE SEQUENTIAL.
000820         SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000830
001080         88  DC-ACTION-WRITEOFF             VALUE 'WRITEOFF'.
001090         88  DC-ACTION-HOLD                 VALUE 'HOLD    '.
001100         88  DC-ACTION-FORCERES             VALUE 'FORCERES'.
001101     02  DC-AUTHORIZER            PICTURE X(08).
001102     02  FILLER                   PICTURE X(30).
001103 FD  AUDIT-REGISTER-FILE.
001104 01  AUDIT-RECORD.
001105     02  AU-ACTION-DATE           PICTURE X(08).
001106     02  AU-ACTION-TIME           PICTURE X(08).
001107     02  AU-PROGRAM               PICTURE X(10).
001108     02  AU-ACTION                PICTURE X(08).
001109     02  AU-AUTHORIZER            PICTURE X(08).
001110     02  AU-TARGET-TYPE           PICTURE X(01).
001111         88  AU-TARGET-VALUE                VALUE 'V'.
001112     02  AU-TARGET                PICTURE X(30).
001113     02  AU-TARGET-VALUE-KEY REDEFINES AU-TARGET.
001115         03  AU-VALUE-DIGITS      PICTURE X(17).
001116         03  AU-ROOT-TYPE         PICTURE X(02).
001117         03  AU-BATCH-ID          PICTURE X(10).
001118         03  FILLER               PICTURE X(01).
001119     02  AU-EFFECT-COUNT          PICTURE 9(09).
001120     02  AU-EFFECT                PICTURE X(30).
001121     02  AU-EFFECT-SUSPENSE REDEFINES AU-EFFECT.
001122         03  AU-DISPOSITION       PICTURE X(11).
001123         03  FILLER               PICTURE X(01).
001124         03  AU-REASON-CODE       PICTURE X(04).
001125         03  FILLER               PICTURE X(01).
001126         03  AU-STAMP-DATE        PICTURE X(08).
001127         03  FILLER               PICTURE X(05).
001128     02  FILLER                   PICTURE X(08).
001130 FD  STANDARD-OUTPUT.
001140 01  OUT-LINE                    PICTURE X(100).
001150
002100 01  SM-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
002110 01  SM-CURRENT-DATE-N REDEFINES SM-CURRENT-DATE
002120                                    PICTURE 9(08).
002121 01  SM-CURRENT-TIME                PICTURE X(08) VALUE SPACES.
002122
002123* THE STAMP AN ENTRY CARRIED BEFORE ITS DISPOSITION CARD WAS
002124* APPLIED - A HOLD RESTAMPS THE ENTRY, BUT THE AUDIT REGISTER
002125* RECORDS THE AGE IT WAS HELD AT.
002126 01  SM-PRIOR-STAMP                 PICTURE X(08) VALUE SPACES.
002130
002140 01  SM-STAMP-DATE                  PICTURE X(08) VALUE SPACES.
002150 01  SM-STAMP-DATE-N REDEFINES SM-STAMP-DATE
003440     OPEN INPUT INPUT-FILE.
003450     OPEN OUTPUT STANDARD-OUTPUT.
003460     ACCEPT SM-CURRENT-DATE FROM DATE YYYYMMDD.
003461     ACCEPT SM-CURRENT-TIME FROM TIME.
003462     OPEN EXTEND AUDIT-REGISTER-FILE.
003470     COMPUTE SM-TODAY-INTEGER =
003480         FUNCTION INTEGER-OF-DATE (SM-CURRENT-DATE-N).
003490     PERFORM 1050-LOAD-DISP-CARDS THRU 1050-EXIT.
006120* =================================================================
006130 2450-APPLY-DISP-CARD.
006140     MOVE 'Y' TO SM-DISP-APPLIED (SM-SUB).
006141     MOVE SU-RUN-DATE TO SM-PRIOR-STAMP.
006150     MOVE SM-DISP-AUTH (SM-SUB) TO dt-authorizer.
006160     IF SM-DISP-ACTION (SM-SUB) = 'WRITEOFF'
006170         MOVE 'WRITTEN OFF' TO dt-disposition
006180         ADD 1 TO SM-WRITEOFF-COUNT
006190         DELETE SUSPENSE-FILE RECORD
006200         GO TO 2450-AUDIT
006210     END-IF.
006220     IF SM-DISP-ACTION (SM-SUB) = 'HOLD    '
006230         MOVE 'HELD       ' TO dt-disposition
006250         MOVE SM-CURRENT-DATE TO SU-RUN-DATE
006260         MOVE 'S' TO SU-STATUS
006270         REWRITE SUSPENSE-RECORD
006280         GO TO 2450-AUDIT
006290     END-IF.
006300     MOVE 'FORCED RSUB' TO dt-disposition.
006310     ADD 1 TO SM-FORCED-COUNT.
006320     MOVE 'R' TO SU-STATUS.
006321     REWRITE SUSPENSE-RECORD.
006322 2450-AUDIT.
006323     PERFORM 2460-WRITE-AUDIT-RECORD THRU 2460-EXIT.
006324 2450-EXIT.
006325     EXIT.
006326
006327* =================================================================
006328* 2460-WRITE-AUDIT-RECORD - APPEND THE CARD JUST APPLIED TO THE
006329* AUTHORIZATION AUDIT REGISTER: WHO AUTHORIZED IT, THE ENTRY IT
006330* NAMED AND WHAT WAS DONE TO THE ENTRY
006331* =================================================================
006332 2460-WRITE-AUDIT-RECORD.
006333     MOVE SPACES TO AUDIT-RECORD.
006334     MOVE SM-CURRENT-DATE TO AU-ACTION-DATE.
006335     MOVE SM-CURRENT-TIME TO AU-ACTION-TIME.
006336     MOVE 'SUSPMAINT' TO AU-PROGRAM.
006337     MOVE SM-DISP-ACTION (SM-SUB) TO AU-ACTION.
006338     MOVE SM-DISP-AUTH (SM-SUB) TO AU-AUTHORIZER.
006339     SET AU-TARGET-VALUE TO TRUE.
006340     MOVE SU-VALUE-DIGITS TO AU-VALUE-DIGITS.
006341     MOVE SU-ROOT-TYPE TO AU-ROOT-TYPE.
006342     MOVE SU-BATCH-ID TO AU-BATCH-ID.
006343     MOVE 1 TO AU-EFFECT-COUNT.
006344     MOVE dt-disposition TO AU-DISPOSITION.
006345     MOVE dt-reason TO AU-REASON-CODE.
006346     MOVE SM-PRIOR-STAMP TO AU-STAMP-DATE.
006347     WRITE AUDIT-RECORD.
006348 2460-EXIT.
006350     EXIT.
006360
006370* =================================================================
006810     WRITE OUT-LINE FROM Trailer-line-7 AFTER ADVANCING 1 LINE.
006820     WRITE OUT-LINE FROM Trailer-line-8 AFTER ADVANCING 1 LINE.
006830     WRITE OUT-LINE FROM Trailer-line-9 AFTER ADVANCING 1 LINE.
006840     CLOSE SUSPENSE-FILE, INPUT-FILE, STANDARD-OUTPUT,
006841         AUDIT-REGISTER-FILE.
006850 3000-EXIT.
006860     EXIT.
006870
