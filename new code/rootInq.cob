000130*              OR A NOT-ON-MASTER LINE.  SAVES PULLING AND
000140*              SCANNING A WHOLE ROOTOUT GENERATION TO ANSWER
000150*              "WHAT ROOT DID LAST NIGHT'S RUN PRODUCE FOR X".
000151*              A CARD WITH 'H' IN COLUMN 25 ASKS FOR HISTORY
000152*              INSTEAD: EVERY ROOT ISSUED FOR THE VALUE BETWEEN
000153*              THE FROM DATE (COLUMNS 26-33) AND THE TO DATE
000154*              (COLUMNS 34-41), FROM THE ROOT LINEAGE FILE, WITH
000155*              THE BATCH, SOURCE SYSTEM, TOLERANCE AND WHETHER
000156*              EACH ROOT WAS COMPUTED FRESH OR TAKEN FROM THE
000157*              MASTER.  A BLANK FROM DATE MEANS FROM THE FIRST
000158*              ENTRY KEPT, A BLANK TO DATE MEANS TO THE LATEST.
000159*              AN ENTRY LOCKED BY MSTRMNT ANSWERS WITH 'LOCKED'.
000160*
000170* MODIFICATION HISTORY
000180* --------------------------------------------------------------
000200* --------------------------------------------------------------
000210* 08/22/2026  KS    ORIGINAL PROGRAM.  WRITTEN ALONGSIDE THE
000220*                   ROOT-MASTER LOOKUP ADDED TO SQUAREROOT'S
000221*                   2200-COMPUTE-ROOT.
000223* 10/14/2026  KS    HISTORY MODE.  AN 'H' CARD LISTS EVERY ROOT
000224*                   ISSUED FOR THE VALUE OVER A RUN-DATE RANGE
000226*                   FROM THE KEYED ROOT LINEAGE FILE (LINEAGE)
000227*                   WRITTEN BY SQUAREROOT AND BATMERGE.
000229* 10/15/2026  KS    THE ANSWER LINE SHOWS WHETHER THE ENTRY IS
000230*                   LOCKED.  RECORD NOW 50 BYTES WITH THE LOCK
000232*                   FLAG.
000233* 10/15/2026  KS    RENUMBERED THE FEW LINES NEXT TO THIS MONTH'S
000235*                   INSERTIONS WHERE THE SEQUENCE AREA HAD NO ROOM
000236*                   LEFT FOR THEM.  EVERY OTHER LINE KEEPS ITS
000238*                   NUMBER.
000240* --------------------------------------------------------------
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ROOTINQ.
000380             ACCESS IS RANDOM
000390             RECORD KEY IS RM-KEY
000400             FILE STATUS IS RQ-MASTER-STATUS.
000401         SELECT OPTIONAL LINEAGE-FILE ASSIGN TO "LINEAGE"
000402             ORGANIZATION IS INDEXED
000403             ACCESS IS DYNAMIC
000404             RECORD KEY IS LN-KEY
000405             FILE STATUS IS RQ-LINEAGE-STATUS.
000410         SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000420
000430 DATA DIVISION.
000480     02  FILLER                   PICTURE X(05).
000490     02  IQ-ROOT-TYPE             PICTURE 9(02).
000500         88  IQ-ROOT-TYPE-CUBE              VALUE 3.
000510     02  IQ-MODE                  PICTURE X(01).
000512         88  IQ-HISTORY-MODE                VALUE 'H'.
000514     02  IQ-FROM-DATE             PICTURE X(08).
000516     02  IQ-TO-DATE               PICTURE X(08).
000518     02  FILLER                   PICTURE X(39).
000520 FD  ROOT-MASTER-FILE.
000530 01  ROOT-MASTER-RECORD.
000540     02  RM-KEY.
000560         03  RM-ROOT-TYPE         PICTURE 9(02).
000570     02  RM-ROOT                  PICTURE S9(11)V9(6).
000580     02  RM-DIFF                  PICTURE V9(5).
000581     02  RM-LAST-RUN-DATE         PICTURE X(08).
000582     02  RM-LOCK-SWITCH           PICTURE X(01).
000583         88  RM-LOCKED                      VALUE 'L'.
000584 FD  LINEAGE-FILE.
000585 01  LINEAGE-RECORD.
000586     02  LN-KEY.
000587         03  LN-SQ                PICTURE S9(11)V9(6).
000588         03  LN-ROOT-TYPE         PICTURE 9(02).
000590         03  LN-RUN-DATE          PICTURE X(08).
000591         03  LN-RUN-BATCH-ID      PICTURE X(10).
000592     02  LN-ROOT                  PICTURE S9(11)V9(6).
000593     02  LN-DIFF                  PICTURE V9(5).
000594     02  LN-BATCH-ID              PICTURE X(10).
000595     02  LN-SOURCE-SYSTEM         PICTURE X(10).
000596     02  LN-ORIGIN                PICTURE X(01).
000597         88  LN-ORIGIN-FRESH                VALUE 'F'.
000598         88  LN-ORIGIN-MASTER               VALUE 'M'.
000600 FD  STANDARD-OUTPUT.
000610 01  OUT-LINE                    PICTURE X(90).
000620
000650 01  RQ-SWITCHES.
000660     02  RQ-EOF-SWITCH               PICTURE X(01) VALUE 'N'.
000670         88  RQ-END-OF-INQUIRIES              VALUE 'Y'.
000671     02  RQ-LINEAGE-EOF-SWITCH       PICTURE X(01) VALUE 'N'.
000672         88  RQ-END-OF-LINEAGE                VALUE 'Y'.
000673     02  RQ-RANGE-SWITCH             PICTURE X(01) VALUE 'N'.
000674         88  RQ-RANGE-GOOD                    VALUE 'Y'.
000680
000690 01  RQ-COUNTERS.
000700     02  RQ-INQUIRY-COUNT            PICTURE 9(09) COMP VALUE 0.
000710     02  RQ-FOUND-COUNT              PICTURE 9(09) COMP VALUE 0.
000711     02  RQ-ENTRY-COUNT              PICTURE 9(09) COMP VALUE 0.
000712     02  RQ-ENTRY-TOTAL              PICTURE 9(09) COMP VALUE 0.
000720
000730 01  RQ-MASTER-STATUS               PICTURE X(02) VALUE '00'.
000731 01  RQ-LINEAGE-STATUS              PICTURE X(02) VALUE '00'.
000732
000733* THE RUN-DATE RANGE OF A HISTORY CARD, BLANKS DEFAULTED
000734 01  RQ-FROM-DATE                   PICTURE X(08) VALUE SPACES.
000735 01  RQ-FROM-DATE-N REDEFINES RQ-FROM-DATE
000736                                    PICTURE 9(08).
000737 01  RQ-TO-DATE                     PICTURE X(08) VALUE SPACES.
000738 01  RQ-TO-DATE-N REDEFINES RQ-TO-DATE
000739                                    PICTURE 9(08).
000740
000750 01  RQ-ROOT-TYPE-EDIT              PICTURE X(04) VALUE SPACES.
000760
000950     02  Filler PICTURE x(7) value 'Tolernc'.
000960     02  Filler PICTURE x(2) value spaces.
000970     02  Filler PICTURE x(8) value 'Last run'.
000971     02  Filler PICTURE x(2) value spaces.
000972     02  Filler PICTURE x(4) value 'Lock'.
000980
000990 01  Answer-line.
001000     02  Filler PICTURE x value space.
001070     02  an-diff PICTURE .9(5).
001080     02  Filler PICTURE x(3) value spaces.
001090     02  an-run-date PICTURE x(08).
001091     02  Filler PICTURE x(2) value spaces.
001092     02  an-lock PICTURE x(06).
001100
001110 01  Missing-line.
001120     02  Filler PICTURE x value space.
001121     02  ms-sq PICTURE -(11)9.9(6).
001122     02  Filler PICTURE x(2) value spaces.
001123     02  ms-root-type PICTURE x(04).
001124     02  Filler PICTURE x(2) value spaces.
001125     02  Filler PICTURE x(13) value 'NOT ON MASTER'.
001126
001127 01  History-head-line.
001129     02  Filler PICTURE x value space.
001130     02  hh-sq PICTURE -(11)9.9(6).
001131     02  Filler PICTURE x(2) value spaces.
001132     02  hh-root-type PICTURE x(04).
001133     02  Filler PICTURE x(2) value spaces.
001134     02  Filler PICTURE x(14) value 'History from  '.
001135     02  hh-from-date PICTURE x(08).
001136     02  Filler PICTURE x(4) value ' to '.
001138     02  hh-to-date PICTURE x(08).
001139
001140 01  History-col-heads.
001141     02  Filler PICTURE x(3) value spaces.
001142     02  Filler PICTURE x(8) value 'Run date'.
001143     02  Filler PICTURE x(2) value spaces.
001144     02  Filler PICTURE x(10) value 'Run batch'.
001146     02  Filler PICTURE x(2) value spaces.
001147     02  Filler PICTURE x(10) value 'Batch'.
001148     02  Filler PICTURE x(2) value spaces.
001149     02  Filler PICTURE x(10) value 'Source'.
001150     02  Filler PICTURE x(2) value spaces.
001151     02  Filler PICTURE x(19) value '               Root'.
001152     02  Filler PICTURE x(2) value spaces.
001153     02  Filler PICTURE x(7) value 'Tolernc'.
001155     02  Filler PICTURE x(2) value spaces.
001156     02  Filler PICTURE x(6) value 'Origin'.
001157
001158 01  History-line.
001159     02  Filler PICTURE x(3) value spaces.
001160     02  hl-run-date PICTURE x(08).
001161     02  Filler PICTURE x(2) value spaces.
001163     02  hl-run-batch-id PICTURE x(10).
001164     02  Filler PICTURE x(2) value spaces.
001165     02  hl-batch-id PICTURE x(10).
001166     02  Filler PICTURE x(2) value spaces.
001167     02  hl-source-system PICTURE x(10).
001168     02  Filler PICTURE x(2) value spaces.
001169     02  hl-root PICTURE -(11)9.9(6).
001170     02  Filler PICTURE x(2) value spaces.
001172     02  hl-diff PICTURE .9(5).
001173     02  Filler PICTURE x(3) value spaces.
001174     02  hl-origin PICTURE x(06).
001175
001176 01  No-history-line.
001177     02  Filler PICTURE x(3) value spaces.
001178     02  nh-message PICTURE x(30).
001180
001190 01  Trailer-line-1.
001200     02  Filler PICTURE x value space.
001250     02  Filler PICTURE x value space.
001260     02  Filler PICTURE x(21) value 'Answered . . . . . .'.
001270     02  tr-found-count PICTURE zz,zzz,zz9.
001271
001272 01  Trailer-line-3.
001273     02  Filler PICTURE x value space.
001274     02  Filler PICTURE x(21) value 'History entries . . .'.
001275     02  tr-entry-total PICTURE zz,zzz,zz9.
001280
001290 PROCEDURE DIVISION.
001300
001440 1000-INITIALIZE.
001450     OPEN INPUT INQUIRY-FILE
001460          INPUT ROOT-MASTER-FILE
001461          INPUT LINEAGE-FILE
001470          OUTPUT STANDARD-OUTPUT.
001480     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
001490     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
001590* =================================================================
001600 2000-ANSWER-INQUIRY.
001610     ADD 1 TO RQ-INQUIRY-COUNT.
001611     IF IQ-HISTORY-MODE
001612         PERFORM 2300-LIST-HISTORY THRU 2300-EXIT
001613         PERFORM 2100-READ-INQUIRY THRU 2100-EXIT
001614         GO TO 2000-EXIT
001615     END-IF.
001620     MOVE IQ-SQ TO RM-SQ.
001630     MOVE IQ-ROOT-TYPE TO RM-ROOT-TYPE.
001640     READ ROOT-MASTER-FILE
001720         MOVE RM-ROOT TO an-root
001730         MOVE RM-DIFF TO an-diff
001740         MOVE RM-LAST-RUN-DATE TO an-run-date
001741         MOVE SPACES TO an-lock
001742         IF RM-LOCKED
001743             MOVE 'LOCKED' TO an-lock
001744         END-IF
001750         WRITE OUT-LINE FROM Answer-line AFTER ADVANCING 1 LINE
001760         ADD 1 TO RQ-FOUND-COUNT
001770     ELSE
001970
001980* =================================================================
001990* 2200-EDIT-ROOT-TYPE - SHOW THE ROOT TYPE AS A WORD
001991* =================================================================
001992 2200-EDIT-ROOT-TYPE.
001993     IF IQ-ROOT-TYPE-CUBE
001994         MOVE 'CUBE' TO RQ-ROOT-TYPE-EDIT
001995     ELSE
001996         MOVE 'SQR ' TO RQ-ROOT-TYPE-EDIT
001997     END-IF.
001998 2200-EXIT.
001999     EXIT.
002000
002001* =================================================================
002002* 2300-LIST-HISTORY - LIST EVERY LINEAGE ENTRY FOR THE CARD'S
002003* VALUE AND ROOT TYPE WITH A RUN DATE IN THE CARD'S RANGE.  THE
002005* LINEAGE KEY LEADS WITH VALUE, ROOT TYPE AND RUN DATE, SO ONE
002006* START AND A FORWARD READ COVER THE WHOLE RANGE IN DATE ORDER.
002007* =================================================================
002008 2300-LIST-HISTORY.
002009     PERFORM 2320-EDIT-RANGE THRU 2320-EXIT.
002010     MOVE IQ-SQ TO hh-sq.
002011     PERFORM 2200-EDIT-ROOT-TYPE THRU 2200-EXIT.
002012     MOVE RQ-ROOT-TYPE-EDIT TO hh-root-type.
002013     MOVE RQ-FROM-DATE TO hh-from-date.
002014     MOVE RQ-TO-DATE TO hh-to-date.
002015     WRITE OUT-LINE FROM History-head-line
002016         AFTER ADVANCING 2 LINES.
002017     IF NOT RQ-RANGE-GOOD
002018         MOVE 'DATE RANGE NOT VALID' TO nh-message
002020         WRITE OUT-LINE FROM No-history-line
002021             AFTER ADVANCING 1 LINE
002022         GO TO 2300-EXIT
002023     END-IF.
002024     WRITE OUT-LINE FROM History-col-heads AFTER ADVANCING 1 LINE.
002025     MOVE 0 TO RQ-ENTRY-COUNT.
002026     MOVE 'N' TO RQ-LINEAGE-EOF-SWITCH.
002027     MOVE IQ-SQ TO LN-SQ.
002028     MOVE IQ-ROOT-TYPE TO LN-ROOT-TYPE.
002029     MOVE RQ-FROM-DATE TO LN-RUN-DATE.
002030     MOVE LOW-VALUES TO LN-RUN-BATCH-ID.
002031     START LINEAGE-FILE KEY NOT LESS THAN LN-KEY
002032         INVALID KEY
002033             SET RQ-END-OF-LINEAGE TO TRUE
002035     END-START.
002036     PERFORM 2310-LIST-ONE-ENTRY THRU 2310-EXIT
002037         UNTIL RQ-END-OF-LINEAGE.
002038     IF RQ-ENTRY-COUNT = 0
002039         MOVE 'NO ROOT ISSUED IN DATE RANGE' TO nh-message
002040         WRITE OUT-LINE FROM No-history-line
002041             AFTER ADVANCING 1 LINE
002042     ELSE
002043         ADD 1 TO RQ-FOUND-COUNT
002044     END-IF.
002045 2300-EXIT.
002046     EXIT.
002047
002048* =================================================================
002050* 2310-LIST-ONE-ENTRY - READ THE NEXT LINEAGE ENTRY AND PRINT IT,
002051* STOPPING AT THE FIRST ENTRY FOR ANOTHER VALUE OR ROOT TYPE OR
002052* PAST THE TO DATE
002053* =================================================================
002054 2310-LIST-ONE-ENTRY.
002055     READ LINEAGE-FILE NEXT RECORD
002056         AT END
002057             SET RQ-END-OF-LINEAGE TO TRUE
002058             GO TO 2310-EXIT
002059     END-READ.
002060     IF LN-SQ NOT = IQ-SQ
002061         OR LN-ROOT-TYPE NOT = IQ-ROOT-TYPE
002062         OR LN-RUN-DATE > RQ-TO-DATE
002063         SET RQ-END-OF-LINEAGE TO TRUE
002065         GO TO 2310-EXIT
002066     END-IF.
002067     MOVE LN-RUN-DATE TO hl-run-date.
002068     MOVE LN-RUN-BATCH-ID TO hl-run-batch-id.
002069     MOVE LN-BATCH-ID TO hl-batch-id.
002070     MOVE LN-SOURCE-SYSTEM TO hl-source-system.
002071     MOVE LN-ROOT TO hl-root.
002072     MOVE LN-DIFF TO hl-diff.
002073     IF LN-ORIGIN-MASTER
002074         MOVE 'MASTER' TO hl-origin
002075     ELSE
002076         MOVE 'FRESH ' TO hl-origin
002077     END-IF.
002078     WRITE OUT-LINE FROM History-line AFTER ADVANCING 1 LINE.
002080     ADD 1 TO RQ-ENTRY-COUNT.
002081     ADD 1 TO RQ-ENTRY-TOTAL.
002082 2310-EXIT.
002083     EXIT.
002084
002085* =================================================================
002086* 2320-EDIT-RANGE - DEFAULT A BLANK FROM OR TO DATE AND CHECK THE
002087* RANGE IS TWO NUMERIC DATES IN ORDER
002088* =================================================================
002089 2320-EDIT-RANGE.
002090     MOVE 'N' TO RQ-RANGE-SWITCH.
002091     MOVE IQ-FROM-DATE TO RQ-FROM-DATE.
002092     MOVE IQ-TO-DATE TO RQ-TO-DATE.
002093     IF RQ-FROM-DATE = SPACES
002095         MOVE '00000000' TO RQ-FROM-DATE
002096     END-IF.
002097     IF RQ-TO-DATE = SPACES
002098         MOVE '99999999' TO RQ-TO-DATE
002099     END-IF.
002100     IF RQ-FROM-DATE-N NUMERIC
002101         AND RQ-TO-DATE-N NUMERIC
002102         AND RQ-FROM-DATE NOT > RQ-TO-DATE
002103         SET RQ-RANGE-GOOD TO TRUE
002104     END-IF.
002105 2320-EXIT.
002106     EXIT.
002107
002108* =================================================================
002110* 3000-FINALIZE - PRINT THE CONTROL-TOTAL TRAILER AND CLOSE FILES
002120* =================================================================
002130 3000-FINALIZE.
002140     MOVE RQ-INQUIRY-COUNT TO tr-inquiry-count.
002150     MOVE RQ-FOUND-COUNT TO tr-found-count.
002155     MOVE RQ-ENTRY-TOTAL TO tr-entry-total.
002160     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
002170     WRITE OUT-LINE FROM Trailer-line-1 AFTER ADVANCING 1 LINE.
002180     WRITE OUT-LINE FROM Trailer-line-2 AFTER ADVANCING 1 LINE.
002190     WRITE OUT-LINE FROM Trailer-line-3 AFTER ADVANCING 1 LINE.
002193     CLOSE INQUIRY-FILE, ROOT-MASTER-FILE, LINEAGE-FILE,
002196         STANDARD-OUTPUT.
002200 3000-EXIT.
002210     EXIT.
