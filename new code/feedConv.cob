000010* ===================================================================
000020* PROGRAM-ID:  FEEDCONV
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/14/2026
000060*
000070* REMARKS:     CONVERTS A COMMA-DELIMITED INBOUND FEED INTO A
000080*              PROPER 80-BYTE SQRTIN GENERATION SO DISTRIBUTED
000090*              SENDERS NO LONGER BUILD THE FIXED LAYOUT BY HAND.
000100*              THE FEED IS ONE OR MORE GROUPS, EACH OF
000110*                HDR,BATCH-ID,SOURCE-SYSTEM,RUN-DATE[,TOLERANCE]
000120*                VALUE[,TOLERANCE[,ROOT-TYPE]]   (ONE PER VALUE)
000130*                TRL,ROW-COUNT,HASH-TOTAL
000140*              WITH PLAIN DECIMAL-POINT NUMBERS ("-12.5", ".0001")
000150*              - THE CONVERTER DOES THE OVERPUNCHED SIGN AND THE
000160*              COLUMN ALIGNMENT.  EACH HDR BECOMES A BATCHHDR (AND
000170*              A CTLCARD WHEN IT HAS A DEFAULT TOLERANCE), EACH
000180*              GOOD VALUE ROW A DETAIL RECORD, AND EACH TRL A
000190*              BATCHTRL WHOSE COUNT AND HASH THE CONVERTER BUILDS
000200*              ITSELF FROM THE ROWS IT CONVERTED, SO FEEDEDIT AND
000210*              SQUAREROOT'S CONTROL-TOTAL PROOF WORK UNCHANGED.
000220*              THE SENDER'S OWN TRL COUNT IS PROVED AGAINST THE
000230*              VALUE ROWS RECEIVED, AND ITS HASH AGAINST THE
000240*              CONVERTED ROWS WHEN NONE WAS REJECTED.  EVERY ROW
000250*              THAT COULD NOT BE CONVERTED PRINTS ON THE
000260*              CONVERSION REPORT WITH ITS REASON.  RETURN CODE 4
000270*              WHEN ROWS WERE REJECTED, 8 WHEN THE GROUP STRUCTURE
000280*              OR A SENDER TRAILER DOES NOT HOLD, 16 WHEN NOTHING
000290*              AT ALL COULD BE CONVERTED.
000300*
000310* MODIFICATION HISTORY
000320* --------------------------------------------------------------
000330* DATE        INIT  DESCRIPTION
000340* --------------------------------------------------------------
000350* 10/14/2026  KS    ORIGINAL PROGRAM.  SEE JCL/CSVJOB.JCL - THE
000360*                   CONVERTED GENERATION THEN GOES THROUGH
000370*                   FEEDEDIT LIKE ANY OTHER.
000380* --------------------------------------------------------------
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. FEEDCONV.
000410 AUTHOR. KENT SPENCE.
000420 INSTALLATION. DATA PROCESSING DEPARTMENT.
000430 DATE-WRITTEN. 10/14/2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470     FILE-CONTROL.
000480         SELECT DELIMITED-FILE ASSIGN TO "CSVIN"
000490             ORGANIZATION IS LINE SEQUENTIAL.
000500         SELECT CONVERTED-FILE ASSIGN TO "CONVOUT"
000510             ORGANIZATION IS LINE SEQUENTIAL.
000520         SELECT STANDARD-OUTPUT ASSIGN TO "CONVRPT"
000530             ORGANIZATION IS LINE SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DELIMITED-FILE.
000580 01  DELIMITED-RECORD            PICTURE X(200).
000590 FD  CONVERTED-FILE.
000600 01  CONVERTED-RECORD            PICTURE X(80).
000610 FD  STANDARD-OUTPUT.
000620 01  OUT-LINE                    PICTURE X(100).
000630
000640 WORKING-STORAGE SECTION.
000650
000660 01  RAW-RECORD-AREA                PICTURE X(80).
000670
000680 01  IN-CARD REDEFINES RAW-RECORD-AREA.
000690     02  IN-SQ                       PICTURE S9(11)V9(6).
000700     02  IN-DIFF-IMAGE               PICTURE X(05).
000710     02  IN-DIFF REDEFINES IN-DIFF-IMAGE
000720                                     PICTURE V9(5).
000730     02  IN-ROOT-TYPE-IMAGE          PICTURE X(02).
000740     02  IN-ROOT-TYPE REDEFINES IN-ROOT-TYPE-IMAGE
000750                                     PICTURE 9(02).
000760     02  FILLER                      PICTURE X(56).
000770
000780 01  CONTROL-CARD-RECORD REDEFINES RAW-RECORD-AREA.
000790     02  CC-RECORD-TYPE              PICTURE X(08).
000800     02  CC-RUN-DATE                 PICTURE X(08).
000810     02  CC-DEFAULT-DIFF             PICTURE V9(05).
000820     02  CC-DEFAULT-ITER-MAX         PICTURE 9(04).
000830     02  CC-MAX-REJECT-PCT           PICTURE 9(02)V9(02).
000840     02  CC-MAX-ABORT-PCT            PICTURE 9(02)V9(02).
000850     02  FILLER                      PICTURE X(47).
000860
000870 01  BATCH-HEADER-RECORD REDEFINES RAW-RECORD-AREA.
000880     02  BH-RECORD-TYPE              PICTURE X(08).
000890     02  BH-BATCH-ID                 PICTURE X(10).
000900     02  BH-RUN-DATE                 PICTURE X(08).
000910     02  BH-SOURCE-SYSTEM            PICTURE X(10).
000920     02  FILLER                      PICTURE X(44).
000930
000940* THE HASH TOTAL IS THE SUM OF IN-SQ OVER THE DETAIL RECORDS,
000950* CARRIED MOD 10**12 IN THE SAME PICTURE SQUAREROOT USES.
000960 01  BATCH-TRAILER-RECORD REDEFINES RAW-RECORD-AREA.
000970     02  BT-RECORD-TYPE              PICTURE X(08).
000980     02  BT-RECORD-COUNT             PICTURE 9(09).
000990     02  BT-HASH-TOTAL               PICTURE S9(12)V9(6).
001000     02  FILLER                      PICTURE X(45).
001010
001020* ---------------------------------------------------------------
001030* RUN CONTROLS
001040* ---------------------------------------------------------------
001050 01  FV-SWITCHES.
001060     02  FV-EOF-SWITCH               PICTURE X(01) VALUE 'N'.
001070         88  FV-END-OF-FILE                   VALUE 'Y'.
001080     02  FV-GROUP-SWITCH             PICTURE X(01) VALUE 'N'.
001090         88  FV-GROUP-OPEN                    VALUE 'Y'.
001100     02  FV-HEADER-SWITCH            PICTURE X(01) VALUE 'N'.
001110         88  FV-HEADER-GOOD                   VALUE 'Y'.
001120     02  FV-ROW-SWITCH               PICTURE X(01) VALUE 'Y'.
001130         88  FV-ROW-GOOD                      VALUE 'Y'.
001140     02  FV-NUMBER-SWITCH            PICTURE X(01) VALUE 'Y'.
001150         88  FV-NUMBER-GOOD                   VALUE 'Y'.
001160     02  FV-NUMBER-END-SWITCH        PICTURE X(01) VALUE 'N'.
001170         88  FV-END-OF-NUMBER                 VALUE 'Y'.
001180     02  FV-POINT-SWITCH             PICTURE X(01) VALUE 'N'.
001190         88  FV-POINT-SEEN                    VALUE 'Y'.
001200     02  FV-NEGATIVE-SWITCH          PICTURE X(01) VALUE 'N'.
001210         88  FV-NEGATIVE                      VALUE 'Y'.
001220
001230 01  FV-COUNTERS.
001240     02  FV-ROW-COUNT                PICTURE 9(09) COMP VALUE 0.
001250     02  FV-BLANK-COUNT              PICTURE 9(09) COMP VALUE 0.
001260     02  FV-HEADER-COUNT             PICTURE 9(09) COMP VALUE 0.
001270     02  FV-GROUP-COUNT              PICTURE 9(09) COMP VALUE 0.
001280     02  FV-CONVERTED-COUNT          PICTURE 9(09) COMP VALUE 0.
001290     02  FV-REJECTED-COUNT           PICTURE 9(09) COMP VALUE 0.
001300     02  FV-WRITTEN-COUNT            PICTURE 9(09) COMP VALUE 0.
001310     02  FV-STRUCTURE-COUNT          PICTURE 9(09) COMP VALUE 0.
001320     02  FV-MISMATCH-COUNT           PICTURE 9(09) COMP VALUE 0.
001330
001340* ---------------------------------------------------------------
001350* CURRENT GROUP - WHAT THE HDR ROW SAID AND WHAT HAS BEEN
001360* CONVERTED SINCE
001370* ---------------------------------------------------------------
001380 01  FV-GROUP-VALUES.
001390     02  FV-G-BATCH-ID               PICTURE X(10) VALUE SPACES.
001400     02  FV-G-SOURCE-SYSTEM          PICTURE X(10) VALUE SPACES.
001410     02  FV-G-VALUE-ROWS             PICTURE 9(09) COMP VALUE 0.
001420     02  FV-G-CONVERTED              PICTURE 9(09) COMP VALUE 0.
001430     02  FV-G-REJECTED               PICTURE 9(09) COMP VALUE 0.
001440     02  FV-G-HASH-TOTAL             PICTURE S9(12)V9(6) VALUE 0.
001450     02  FV-G-SENT-COUNT             PICTURE 9(09) VALUE 0.
001460     02  FV-G-SENT-HASH              PICTURE S9(12)V9(6) VALUE 0.
001470
001480* ---------------------------------------------------------------
001490* ROW SPLIT.  UP TO SIX FIELDS PER ROW; FV-TRIMMED HOLDS THE
001500* FIELD IN HAND LEFT-JUSTIFIED.
001510* ---------------------------------------------------------------
001520 01  FV-ROW                         PICTURE X(200) VALUE SPACES.
001530 01  FV-FIELD-TABLE.
001540     02  FV-FIELD                    PICTURE X(30) OCCURS 6 TIMES.
001550 77  FV-FIELD-COUNT                  PICTURE 9(04) COMP VALUE 0.
001560 77  FV-FIELD-SUB                    PICTURE 9(04) COMP VALUE 0.
001570 77  FV-LEAD-COUNT                   PICTURE 9(04) COMP VALUE 0.
001580 01  FV-TRIMMED                     PICTURE X(30) VALUE SPACES.
001585 01  FV-JUSTIFIED                   PICTURE X(30) VALUE SPACES.
001590 01  FV-TAG                         PICTURE X(30) VALUE SPACES.
001600     88  FV-TAG-HEADER                        VALUE 'HDR'.
001610     88  FV-TAG-TRAILER                       VALUE 'TRL'.
001620
001630 01  FV-RUN-DATE                    PICTURE X(08) VALUE SPACES.
001640 01  FV-RUN-DATE-N REDEFINES FV-RUN-DATE
001650                                    PICTURE 9(08).
001660 01  FILLER REDEFINES FV-RUN-DATE.
001670     02  FV-RUN-YEAR                 PICTURE 9(04).
001680     02  FV-RUN-MONTH                PICTURE 9(02).
001690     02  FV-RUN-DAY                  PICTURE 9(02).
001700
001710* ---------------------------------------------------------------
001720* NUMBER SCAN.  A FIELD IS AN OPTIONAL LEADING SIGN, UP TO
001730* FV-INT-LIMIT INTEGER DIGITS (11, OR 12 FOR A TRAILER HASH), AN
001740* OPTIONAL POINT AND UP TO 6 DECIMALS, BUILT UP ONE CHARACTER AT
001745* A TIME INTO FV-NUMBER.
001750* ---------------------------------------------------------------
001760 01  FV-NUMBER                      PICTURE S9(12)V9(6) VALUE 0.
001770 01  FV-SCALE                       PICTURE V9(07) VALUE 0.
001780 01  FV-CHAR                        PICTURE X(01) VALUE SPACE.
001790 01  FV-DIGIT REDEFINES FV-CHAR     PICTURE 9(01).
001800 77  FV-POS                          PICTURE 9(04) COMP VALUE 0.
001810 77  FV-END-POS                      PICTURE 9(04) COMP VALUE 0.
001820 77  FV-INT-DIGITS                   PICTURE 9(04) COMP VALUE 0.
001830 77  FV-FRAC-DIGITS                  PICTURE 9(04) COMP VALUE 0.
001835 77  FV-INT-LIMIT                    PICTURE 9(02) VALUE 11.
001837 77  FV-DIGITS-SEEN                  PICTURE 9(04) COMP VALUE 0.
001840 01  FV-REASON                      PICTURE X(30) VALUE SPACES.
001850
001860* ---------------------------------------------------------------
001870* REPORT LAYOUTS
001880* ---------------------------------------------------------------
001890 01  Title-line.
001900     02  Filler PICTURE x(9) value spaces.
001910     02  Filler PICTURE x(32)
001920         value 'Delimited Feed Conversion Report'.
001930
001940 01  Under-line.
001950     02  Filler PICTURE x(90) value ALL '-'.
001960
001970 01  Col-heads.
001980     02  Filler PICTURE x value space.
001990     02  Filler PICTURE x(10) value '       Row'.
002000     02  Filler PICTURE x(2) value spaces.
002010     02  Filler PICTURE x(30) value 'Reason'.
002020     02  Filler PICTURE x(2) value spaces.
002030     02  Filler PICTURE x(45) value 'Row as received'.
002040
002050 01  Reject-line.
002060     02  Filler PICTURE x value space.
002070     02  rj-row PICTURE zz,zzz,zz9.
002080     02  Filler PICTURE x(2) value spaces.
002090     02  rj-reason PICTURE x(30).
002100     02  Filler PICTURE x(2) value spaces.
002110     02  rj-text PICTURE x(45).
002120
002130 01  Group-line-1.
002140     02  Filler PICTURE x value space.
002150     02  Filler PICTURE x(10) value 'Batch id: '.
002160     02  gl-batch-id PICTURE x(10).
002170     02  Filler PICTURE x(2) value spaces.
002180     02  Filler PICTURE x(8) value 'Source: '.
002190     02  gl-source PICTURE x(10).
002200     02  Filler PICTURE x(2) value spaces.
002210     02  Filler PICTURE x(11) value 'Converted: '.
002220     02  gl-converted PICTURE zz,zzz,zz9.
002230     02  Filler PICTURE x(2) value spaces.
002240     02  Filler PICTURE x(10) value 'Rejected: '.
002250     02  gl-rejected PICTURE zz,zzz,zz9.
002260
002270 01  Group-line-2.
002280     02  Filler PICTURE x(11) value spaces.
002290     02  Filler PICTURE x(14) value 'Sender count: '.
002300     02  gl-count-verdict PICTURE x(20).
002310     02  Filler PICTURE x(2) value spaces.
002320     02  Filler PICTURE x(13) value 'Sender hash: '.
002330     02  gl-hash-verdict PICTURE x(20).
002340
002350* ---------------------------------------------------------------
002360* TRAILER (CONTROL TOTALS)
002370* ---------------------------------------------------------------
002380 01  Trailer-line-1.
002390     02  Filler PICTURE x value space.
002400     02  Filler PICTURE x(21) value 'Rows read . . . . . .'.
002410     02  tr-row-count PICTURE zz,zzz,zz9.
002420
002430 01  Trailer-line-2.
002440     02  Filler PICTURE x value space.
002450     02  Filler PICTURE x(21) value 'Blank rows skipped. .'.
002460     02  tr-blank-count PICTURE zz,zzz,zz9.
002470
002480 01  Trailer-line-3.
002490     02  Filler PICTURE x value space.
002500     02  Filler PICTURE x(21) value 'Groups converted. . .'.
002510     02  tr-group-count PICTURE zz,zzz,zz9.
002520
002530 01  Trailer-line-4.
002540     02  Filler PICTURE x value space.
002550     02  Filler PICTURE x(21) value 'Values converted. . .'.
002560     02  tr-converted-count PICTURE zz,zzz,zz9.
002570
002580 01  Trailer-line-5.
002590     02  Filler PICTURE x value space.
002600     02  Filler PICTURE x(21) value 'Rows rejected . . . .'.
002610     02  tr-rejected-count PICTURE zz,zzz,zz9.
002620
002630 01  Trailer-line-6.
002640     02  Filler PICTURE x value space.
002650     02  Filler PICTURE x(21) value 'SQRTIN records out. .'.
002660     02  tr-written-count PICTURE zz,zzz,zz9.
002670
002680 01  Verdict-line.
002690     02  Filler PICTURE x value space.
002700     02  Filler PICTURE x(21) value 'Conversion. . . . . .'.
002710     02  Filler PICTURE x value space.
002720     02  vd-verdict PICTURE x(40).
002730
002740 PROCEDURE DIVISION.
002750
002760* =================================================================
002770* 0000-MAINLINE
002780* =================================================================
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
002820         UNTIL FV-END-OF-FILE.
002830     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002840     STOP RUN.
002850
002860* =================================================================
002870* 1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT BANNER
002880* =================================================================
002890 1000-INITIALIZE.
002900     OPEN INPUT DELIMITED-FILE
002910          OUTPUT CONVERTED-FILE
002920          OUTPUT STANDARD-OUTPUT.
002930     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
002940     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
002950     WRITE OUT-LINE FROM Col-heads AFTER ADVANCING 1 LINE.
002960     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
002970 1000-EXIT.
002980     EXIT.
002990
003000* =================================================================
003010* 2000-PROCESS-ROW - READ ONE DELIMITED ROW, SPLIT IT AND HAND IT
003020* TO THE HEADER, TRAILER OR VALUE PARAGRAPH
003030* =================================================================
003040 2000-PROCESS-ROW.
003050     READ DELIMITED-FILE INTO FV-ROW
003060         AT END
003070             SET FV-END-OF-FILE TO TRUE
003080             GO TO 2000-EXIT
003090     END-READ.
003100     ADD 1 TO FV-ROW-COUNT.
003110* A ROW SAVED ON A PC CARRIES A CARRIAGE RETURN, AND SPREADSHEET
003120* EXPORTS QUOTE THEIR TEXT FIELDS - NEITHER IS PART OF A VALUE.
003130     INSPECT FV-ROW REPLACING ALL X'0D' BY SPACE.
003140     INSPECT FV-ROW REPLACING ALL '"' BY SPACE.
003150     IF FV-ROW = SPACES
003160         ADD 1 TO FV-BLANK-COUNT
003170         GO TO 2000-EXIT
003180     END-IF.
003190     MOVE 'Y' TO FV-ROW-SWITCH.
003200     MOVE SPACES TO FV-REASON.
003210     MOVE SPACES TO FV-FIELD-TABLE.
003220     MOVE 0 TO FV-FIELD-COUNT.
003230     UNSTRING FV-ROW DELIMITED BY ','
003240         INTO FV-FIELD (1) FV-FIELD (2) FV-FIELD (3)
003250              FV-FIELD (4) FV-FIELD (5) FV-FIELD (6)
003260         TALLYING IN FV-FIELD-COUNT
003270         ON OVERFLOW
003280             MOVE 'MORE THAN SIX FIELDS' TO FV-REASON
003290             MOVE 'N' TO FV-ROW-SWITCH
003300     END-UNSTRING.
003310     MOVE FV-FIELD (1) TO FV-TRIMMED.
003320     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
003330     MOVE FV-TRIMMED TO FV-TAG.
003340     INSPECT FV-TAG CONVERTING 'hdrtl' TO 'HDRTL'.
003350     EVALUATE TRUE
003360         WHEN FV-TAG-HEADER
003370             PERFORM 2100-HEADER-ROW THRU 2100-EXIT
003380         WHEN FV-TAG-TRAILER
003390             PERFORM 2300-TRAILER-ROW THRU 2300-EXIT
003400         WHEN OTHER
003410             PERFORM 2200-VALUE-ROW THRU 2200-EXIT
003420     END-EVALUATE.
003430 2000-EXIT.
003440     EXIT.
003450
003460* =================================================================
003470* 2100-HEADER-ROW - OPEN A GROUP.  A GROUP STILL OPEN HAS LOST
003480* ITS TRL ROW AND IS CLOSED FIRST.  A USABLE HEADER WRITES THE
003490* BATCHHDR (AND A CTLCARD FOR A DEFAULT TOLERANCE); AN UNUSABLE
003500* ONE STILL OPENS THE GROUP SO ITS VALUE ROWS ARE REJECTED WITH
003510* IT RATHER THAN LANDING IN THE WRONG BATCH.
003520* =================================================================
003530 2100-HEADER-ROW.
003540     IF FV-GROUP-OPEN
003550         MOVE 'TRL ROW MISSING BEFORE THIS HDR' TO FV-REASON
003560         PERFORM 2800-REPORT-STRUCTURE THRU 2800-EXIT
003570         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
003580         MOVE SPACES TO FV-REASON
003590     END-IF.
003600     ADD 1 TO FV-HEADER-COUNT.
003610     SET FV-GROUP-OPEN TO TRUE.
003620     MOVE 'N' TO FV-HEADER-SWITCH.
003630     MOVE 0 TO FV-G-VALUE-ROWS.
003640     MOVE 0 TO FV-G-CONVERTED.
003650     MOVE 0 TO FV-G-REJECTED.
003660     MOVE 0 TO FV-G-HASH-TOTAL.
003670     MOVE SPACES TO FV-G-BATCH-ID.
003680     MOVE SPACES TO FV-G-SOURCE-SYSTEM.
003690     PERFORM 2110-EDIT-HEADER THRU 2110-EXIT.
003700     IF NOT FV-ROW-GOOD
003710         PERFORM 2800-REPORT-STRUCTURE THRU 2800-EXIT
003720         GO TO 2100-EXIT
003730     END-IF.
003740     SET FV-HEADER-GOOD TO TRUE.
003750     MOVE SPACES TO RAW-RECORD-AREA.
003760     MOVE 'BATCHHDR' TO BH-RECORD-TYPE.
003770     MOVE FV-G-BATCH-ID TO BH-BATCH-ID.
003780     MOVE FV-RUN-DATE TO BH-RUN-DATE.
003790     MOVE FV-G-SOURCE-SYSTEM TO BH-SOURCE-SYSTEM.
003800     PERFORM 2700-WRITE-CONVERTED THRU 2700-EXIT.
003810* THE GROUP CTLCARD CARRIES ONLY THE TOLERANCE - ITS RUN DATE IS
003820* LEFT BLANK AS A MID-FILE CARD'S IS NOT USED, AND THE ZERO
003830* FIELDS LEAVE THE ITERATION CAP AND LIMITS AS THEY WERE.
003840     IF FV-NUMBER > 0
003850         MOVE SPACES TO RAW-RECORD-AREA
003860         MOVE 'CTLCARD ' TO CC-RECORD-TYPE
003870         MOVE FV-NUMBER TO CC-DEFAULT-DIFF
003880         MOVE 0 TO CC-DEFAULT-ITER-MAX
003890         MOVE 0 TO CC-MAX-REJECT-PCT
003900         MOVE 0 TO CC-MAX-ABORT-PCT
003910         PERFORM 2700-WRITE-CONVERTED THRU 2700-EXIT
003920     END-IF.
003930 2100-EXIT.
003940     EXIT.
003950
003960* =================================================================
003970* 2110-EDIT-HEADER - HDR,BATCH-ID,SOURCE-SYSTEM,RUN-DATE AND AN
003980* OPTIONAL DEFAULT TOLERANCE, LEFT IN FV-NUMBER (ZERO IF NONE)
003990* =================================================================
004000 2110-EDIT-HEADER.
004010     MOVE 0 TO FV-NUMBER.
004020     IF NOT FV-ROW-GOOD
004030         GO TO 2110-EXIT
004040     END-IF.
004050     MOVE 'N' TO FV-ROW-SWITCH.
004060     IF FV-FIELD-COUNT < 4 OR FV-FIELD-COUNT > 5
004070         MOVE 'HDR NEEDS 3 OR 4 FIELDS' TO FV-REASON
004080         GO TO 2110-EXIT
004090     END-IF.
004100     MOVE FV-FIELD (2) TO FV-TRIMMED.
004110     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
004120     IF FV-TRIMMED = SPACES OR FV-TRIMMED (11:20) NOT = SPACES
004130         MOVE 'BATCH ID BLANK OR OVER 10' TO FV-REASON
004140         GO TO 2110-EXIT
004150     END-IF.
004160     MOVE FV-TRIMMED TO FV-G-BATCH-ID.
004170     MOVE FV-FIELD (3) TO FV-TRIMMED.
004180     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
004190     IF FV-TRIMMED = SPACES OR FV-TRIMMED (11:20) NOT = SPACES
004200         MOVE 'SOURCE SYSTEM BLANK OR OVER 10' TO FV-REASON
004210         GO TO 2110-EXIT
004220     END-IF.
004230     MOVE FV-TRIMMED TO FV-G-SOURCE-SYSTEM.
004240     MOVE FV-FIELD (4) TO FV-TRIMMED.
004250     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
004260     MOVE FV-TRIMMED TO FV-RUN-DATE.
004270     IF FV-TRIMMED (9:22) NOT = SPACES
004280         OR FV-RUN-DATE-N NOT NUMERIC
004290         OR FV-RUN-MONTH < 1 OR FV-RUN-MONTH > 12
004300         OR FV-RUN-DAY < 1 OR FV-RUN-DAY > 31
004310         MOVE 'RUN DATE NOT YYYYMMDD' TO FV-REASON
004320         GO TO 2110-EXIT
004330     END-IF.
004340     MOVE 'Y' TO FV-ROW-SWITCH.
004350     IF FV-FIELD-COUNT = 5
004360         MOVE FV-FIELD (5) TO FV-TRIMMED
004370         PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT
004380         PERFORM 2600-EDIT-TOLERANCE THRU 2600-EXIT
004390     END-IF.
004400 2110-EXIT.
004410     EXIT.
004420
004430* =================================================================
004440* 2200-VALUE-ROW - CONVERT ONE VALUE ROW TO A DETAIL RECORD
004450* =================================================================
004460 2200-VALUE-ROW.
004470     IF NOT FV-GROUP-OPEN
004480         MOVE 'VALUE ROW OUTSIDE A HDR GROUP' TO FV-REASON
004490         PERFORM 2800-REPORT-STRUCTURE THRU 2800-EXIT
004500         ADD 1 TO FV-REJECTED-COUNT
004510         GO TO 2200-EXIT
004520     END-IF.
004530     ADD 1 TO FV-G-VALUE-ROWS.
004540     PERFORM 2210-EDIT-VALUE THRU 2210-EXIT.
004550     IF NOT FV-ROW-GOOD
004560         ADD 1 TO FV-G-REJECTED
004570         ADD 1 TO FV-REJECTED-COUNT
004580         PERFORM 2850-REPORT-REJECT THRU 2850-EXIT
004590         GO TO 2200-EXIT
004600     END-IF.
004610     ADD 1 TO FV-G-CONVERTED.
004620     ADD 1 TO FV-CONVERTED-COUNT.
004630     ADD IN-SQ TO FV-G-HASH-TOTAL.
004640     PERFORM 2700-WRITE-CONVERTED THRU 2700-EXIT.
004650 2200-EXIT.
004660     EXIT.
004670
004680* =================================================================
004690* 2210-EDIT-VALUE - VALUE[,TOLERANCE[,ROOT-TYPE]] INTO THE DETAIL
004700* RECORD.  A BLANK TOLERANCE OR ROOT TYPE IS LEFT BLANK ON THE
004710* DETAIL, WHICH SQUAREROOT ALREADY READS AS "USE THE DEFAULT".
004720* =================================================================
004730 2210-EDIT-VALUE.
004740     IF NOT FV-ROW-GOOD
004750         GO TO 2210-EXIT
004760     END-IF.
004770     MOVE 'N' TO FV-ROW-SWITCH.
004780     IF NOT FV-HEADER-GOOD
004790         MOVE 'GROUP HDR ROW WAS REJECTED' TO FV-REASON
004800         GO TO 2210-EXIT
004810     END-IF.
004820     IF FV-FIELD-COUNT > 3
004830         MOVE 'VALUE ROW OVER 3 FIELDS' TO FV-REASON
004840         GO TO 2210-EXIT
004850     END-IF.
004860     MOVE SPACES TO RAW-RECORD-AREA.
004870     MOVE FV-FIELD (1) TO FV-TRIMMED.
004880     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
004890     PERFORM 2500-SCAN-NUMBER THRU 2500-EXIT.
004900     IF NOT FV-NUMBER-GOOD
004910         GO TO 2210-EXIT
004920     END-IF.
004930     MOVE FV-NUMBER TO IN-SQ.
004940     MOVE 'Y' TO FV-ROW-SWITCH.
004950     MOVE FV-FIELD (2) TO FV-TRIMMED.
004960     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
004970     IF FV-TRIMMED NOT = SPACES
004980         PERFORM 2600-EDIT-TOLERANCE THRU 2600-EXIT
004990         IF NOT FV-ROW-GOOD
005000             GO TO 2210-EXIT
005010         END-IF
005020         MOVE FV-NUMBER TO IN-DIFF
005030     END-IF.
005040     MOVE FV-FIELD (3) TO FV-TRIMMED.
005050     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
005060     IF FV-TRIMMED = SPACES
005070         GO TO 2210-EXIT
005080     END-IF.
005090     PERFORM 2500-SCAN-NUMBER THRU 2500-EXIT.
005100     IF NOT FV-NUMBER-GOOD
005110         OR FV-NEGATIVE OR FV-POINT-SEEN
005120         OR FV-NUMBER > 3
005130         MOVE 'ROOT TYPE NOT 0, 1, 2 OR 3' TO FV-REASON
005140         MOVE 'N' TO FV-ROW-SWITCH
005150         GO TO 2210-EXIT
005160     END-IF.
005170     MOVE FV-NUMBER TO IN-ROOT-TYPE.
005180 2210-EXIT.
005190     EXIT.
005200
005210* =================================================================
005220* 2300-TRAILER-ROW - TAKE THE SENDER'S COUNT AND HASH AND CLOSE
005230* THE GROUP
005240* =================================================================
005250 2300-TRAILER-ROW.
005260     IF NOT FV-GROUP-OPEN
005270         MOVE 'TRL ROW WITH NO OPEN HDR GROUP' TO FV-REASON
005280         PERFORM 2800-REPORT-STRUCTURE THRU 2800-EXIT
005290         GO TO 2300-EXIT
005300     END-IF.
005310     PERFORM 2310-EDIT-TRAILER THRU 2310-EXIT.
005320     IF NOT FV-ROW-GOOD
005330         PERFORM 2800-REPORT-STRUCTURE THRU 2800-EXIT
005340     END-IF.
005350     PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT.
005360 2300-EXIT.
005370     EXIT.
005380
005390* =================================================================
005400* 2310-EDIT-TRAILER - TRL,ROW-COUNT,HASH-TOTAL INTO THE SENDER
005410* TOTALS
005420* =================================================================
005430 2310-EDIT-TRAILER.
005440     IF NOT FV-ROW-GOOD
005450         GO TO 2310-EXIT
005460     END-IF.
005470     MOVE 'N' TO FV-ROW-SWITCH.
005480     IF FV-FIELD-COUNT NOT = 3
005490         MOVE 'TRL NEEDS COUNT AND HASH' TO FV-REASON
005500         GO TO 2310-EXIT
005510     END-IF.
005520     MOVE FV-FIELD (2) TO FV-TRIMMED.
005530     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
005540     PERFORM 2500-SCAN-NUMBER THRU 2500-EXIT.
005550     IF NOT FV-NUMBER-GOOD
005560         OR FV-NEGATIVE OR FV-POINT-SEEN OR FV-INT-DIGITS > 9
005570         MOVE 'TRL COUNT NOT A WHOLE NUMBER' TO FV-REASON
005580         GO TO 2310-EXIT
005590     END-IF.
005600     MOVE FV-NUMBER TO FV-G-SENT-COUNT.
005610     MOVE FV-FIELD (3) TO FV-TRIMMED.
005620     PERFORM 2900-LEFT-JUSTIFY THRU 2900-EXIT.
005625     MOVE 12 TO FV-INT-LIMIT.
005630     PERFORM 2500-SCAN-NUMBER THRU 2500-EXIT.
005635     MOVE 11 TO FV-INT-LIMIT.
005640     IF NOT FV-NUMBER-GOOD
005650         MOVE 'TRL HASH NOT A NUMBER' TO FV-REASON
005660         GO TO 2310-EXIT
005670     END-IF.
005680     MOVE FV-NUMBER TO FV-G-SENT-HASH.
005690     MOVE 'Y' TO FV-ROW-SWITCH.
005700 2310-EXIT.
005710     EXIT.
005720
005730* =================================================================
005740* 2400-CLOSE-GROUP - WRITE THE GROUP'S BATCHTRL FROM WHAT WAS
005750* ACTUALLY CONVERTED AND PRINT THE GROUP LINES.  THE SENDER'S
005760* COUNT IS PROVED ONLY WHEN A GOOD TRL ROW WAS READ (FV-ROW-GOOD
005770* ON ENTRY); ITS HASH ONLY WHEN NO VALUE ROW WAS REJECTED, SINCE
005780* A REJECTED ROW HAS NO VALUE TO ADD IN.
005790* =================================================================
005800 2400-CLOSE-GROUP.
005810     MOVE 'N' TO FV-GROUP-SWITCH.
005820     IF FV-HEADER-GOOD
005830         MOVE SPACES TO RAW-RECORD-AREA
005840         MOVE 'BATCHTRL' TO BT-RECORD-TYPE
005850         MOVE FV-G-CONVERTED TO BT-RECORD-COUNT
005860         MOVE FV-G-HASH-TOTAL TO BT-HASH-TOTAL
005870         PERFORM 2700-WRITE-CONVERTED THRU 2700-EXIT
005880         ADD 1 TO FV-GROUP-COUNT
005890     END-IF.
005900     MOVE FV-G-BATCH-ID TO gl-batch-id.
005910     MOVE FV-G-SOURCE-SYSTEM TO gl-source.
005920     MOVE FV-G-CONVERTED TO gl-converted.
005930     MOVE FV-G-REJECTED TO gl-rejected.
005940     EVALUATE TRUE
005950         WHEN NOT FV-TAG-TRAILER OR NOT FV-ROW-GOOD
005960             MOVE 'NO USABLE TRL ROW' TO gl-count-verdict
005970             MOVE 'NO USABLE TRL ROW' TO gl-hash-verdict
005980         WHEN FV-G-SENT-COUNT NOT = FV-G-VALUE-ROWS
005990             MOVE 'MISMATCH' TO gl-count-verdict
006000             MOVE 'NOT PROVED' TO gl-hash-verdict
006010             ADD 1 TO FV-MISMATCH-COUNT
006020         WHEN FV-G-REJECTED > 0
006030             MOVE 'PROVED' TO gl-count-verdict
006040             MOVE 'NOT PROVED - REJECTS' TO gl-hash-verdict
006050         WHEN FV-G-SENT-HASH NOT = FV-G-HASH-TOTAL
006060             MOVE 'PROVED' TO gl-count-verdict
006070             MOVE 'MISMATCH' TO gl-hash-verdict
006080             ADD 1 TO FV-MISMATCH-COUNT
006090         WHEN OTHER
006100             MOVE 'PROVED' TO gl-count-verdict
006110             MOVE 'PROVED' TO gl-hash-verdict
006120     END-EVALUATE.
006130     WRITE OUT-LINE FROM Group-line-1 AFTER ADVANCING 2 LINES.
006140     WRITE OUT-LINE FROM Group-line-2 AFTER ADVANCING 1 LINE.
006150     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006160 2400-EXIT.
006170     EXIT.
006180
006190* =================================================================
006200* 2500-SCAN-NUMBER - BUILD FV-NUMBER FROM THE LEFT-JUSTIFIED TEXT
006210* IN FV-TRIMMED, OR CLEAR FV-NUMBER-GOOD WITH THE REASON
006220* =================================================================
006230 2500-SCAN-NUMBER.
006240     MOVE 'Y' TO FV-NUMBER-SWITCH.
006250     MOVE 'N' TO FV-NUMBER-END-SWITCH.
006260     MOVE 'N' TO FV-POINT-SWITCH.
006270     MOVE 'N' TO FV-NEGATIVE-SWITCH.
006280     MOVE 0 TO FV-NUMBER.
006290     MOVE .1 TO FV-SCALE.
006300     MOVE 0 TO FV-INT-DIGITS.
006310     MOVE 0 TO FV-FRAC-DIGITS.
006315     MOVE 0 TO FV-DIGITS-SEEN.
006320     MOVE 31 TO FV-END-POS.
006330     PERFORM 2550-SCAN-ONE-CHARACTER THRU 2550-EXIT
006340         VARYING FV-POS FROM 1 BY 1
006350         UNTIL FV-POS > 30 OR FV-END-OF-NUMBER
006360             OR NOT FV-NUMBER-GOOD.
006370     IF NOT FV-NUMBER-GOOD
006380         GO TO 2500-EXIT
006390     END-IF.
006400     IF FV-DIGITS-SEEN = 0
006410         MOVE 'N' TO FV-NUMBER-SWITCH
006420         MOVE 'NOT A NUMBER' TO FV-REASON
006430         GO TO 2500-EXIT
006440     END-IF.
006450     IF FV-END-POS < 30
006460         IF FV-TRIMMED (FV-END-POS:) NOT = SPACES
006470             MOVE 'N' TO FV-NUMBER-SWITCH
006480             MOVE 'BLANK INSIDE A NUMBER' TO FV-REASON
006490             GO TO 2500-EXIT
006500         END-IF
006510     END-IF.
006520     IF FV-NEGATIVE
006530         COMPUTE FV-NUMBER = 0 - FV-NUMBER
006540     END-IF.
006550 2500-EXIT.
006560     EXIT.
006570
006580* =================================================================
006590* 2550-SCAN-ONE-CHARACTER - TAKE ONE CHARACTER OF THE NUMBER
006600* =================================================================
006610 2550-SCAN-ONE-CHARACTER.
006620     MOVE FV-TRIMMED (FV-POS:1) TO FV-CHAR.
006630     EVALUATE TRUE
006640         WHEN FV-CHAR = SPACE
006650             SET FV-END-OF-NUMBER TO TRUE
006660             MOVE FV-POS TO FV-END-POS
006670         WHEN (FV-CHAR = '-' OR FV-CHAR = '+') AND FV-POS = 1
006680             IF FV-CHAR = '-'
006690                 SET FV-NEGATIVE TO TRUE
006700             END-IF
006710         WHEN FV-CHAR = '.' AND NOT FV-POINT-SEEN
006720             SET FV-POINT-SEEN TO TRUE
006730         WHEN FV-CHAR IS NUMERIC AND FV-POINT-SEEN
006735             ADD 1 TO FV-DIGITS-SEEN
006740             ADD 1 TO FV-FRAC-DIGITS
006750             IF FV-FRAC-DIGITS > 6
006760                 MOVE 'N' TO FV-NUMBER-SWITCH
006770                 MOVE 'MORE THAN 6 DECIMAL PLACES' TO FV-REASON
006780             ELSE
006790                 COMPUTE FV-NUMBER = FV-NUMBER
006800                     + FV-DIGIT * FV-SCALE
006810                 COMPUTE FV-SCALE = FV-SCALE / 10
006820             END-IF
006830         WHEN FV-CHAR IS NUMERIC
006835             ADD 1 TO FV-DIGITS-SEEN
006840             IF FV-INT-DIGITS > 0 OR FV-DIGIT NOT = 0
006850                 ADD 1 TO FV-INT-DIGITS
006860             END-IF
006870             IF FV-INT-DIGITS > FV-INT-LIMIT
006880                 MOVE 'N' TO FV-NUMBER-SWITCH
006890                 MOVE SPACES TO FV-REASON
006893                 STRING 'MORE THAN ' FV-INT-LIMIT
006896                     ' INTEGER DIGITS' DELIMITED BY SIZE
006899                     INTO FV-REASON
006900             ELSE
006910                 COMPUTE FV-NUMBER = FV-NUMBER * 10 + FV-DIGIT
006920             END-IF
006930         WHEN OTHER
006940             MOVE 'N' TO FV-NUMBER-SWITCH
006950             MOVE 'NOT A NUMBER' TO FV-REASON
006960     END-EVALUATE.
006970 2550-EXIT.
006980     EXIT.
006990
007000* =================================================================
007010* 2600-EDIT-TOLERANCE - THE TEXT IN FV-TRIMMED MUST BE A
007020* TOLERANCE SQUAREROOT CAN CARRY: NOT NEGATIVE, BELOW 1, AT MOST
007030* FIVE DECIMAL PLACES.  LEAVES IT IN FV-NUMBER.
007040* =================================================================
007050 2600-EDIT-TOLERANCE.
007060     PERFORM 2500-SCAN-NUMBER THRU 2500-EXIT.
007070     IF NOT FV-NUMBER-GOOD
007080         MOVE 'TOLERANCE NOT A NUMBER' TO FV-REASON
007090         MOVE 'N' TO FV-ROW-SWITCH
007100         GO TO 2600-EXIT
007110     END-IF.
007120     IF FV-NEGATIVE OR FV-NUMBER NOT < 1 OR FV-FRAC-DIGITS > 5
007130         MOVE 'TOLERANCE NOT .00000-.99999' TO FV-REASON
007140         MOVE 'N' TO FV-ROW-SWITCH
007150     END-IF.
007160 2600-EXIT.
007170     EXIT.
007180
007190* =================================================================
007200* 2700-WRITE-CONVERTED - WRITE ONE SQRTIN RECORD
007210* =================================================================
007220 2700-WRITE-CONVERTED.
007230     WRITE CONVERTED-RECORD FROM RAW-RECORD-AREA.
007240     ADD 1 TO FV-WRITTEN-COUNT.
007250 2700-EXIT.
007260     EXIT.
007270
007280* =================================================================
007290* 2800-REPORT-STRUCTURE - A ROW IN THE WRONG PLACE FOR THE
007300* HDR/VALUE/TRL STRUCTURE: PRINT IT AND COUNT IT
007310* =================================================================
007320 2800-REPORT-STRUCTURE.
007330     ADD 1 TO FV-STRUCTURE-COUNT.
007340     PERFORM 2850-REPORT-REJECT THRU 2850-EXIT.
007350 2800-EXIT.
007360     EXIT.
007370
007380* =================================================================
007390* 2850-REPORT-REJECT - PRINT THE ROW NUMBER, REASON AND ROW TEXT
007400* =================================================================
007410 2850-REPORT-REJECT.
007420     MOVE FV-ROW-COUNT TO rj-row.
007430     MOVE FV-REASON TO rj-reason.
007440     MOVE FV-ROW TO rj-text.
007450     WRITE OUT-LINE FROM Reject-line AFTER ADVANCING 1 LINE.
007460 2850-EXIT.
007470     EXIT.
007480
007490* =================================================================
007500* 2900-LEFT-JUSTIFY - DROP THE LEADING BLANKS FROM FV-TRIMMED,
007505* BY WAY OF FV-JUSTIFIED SINCE THE TWO POSITIONS OVERLAP
007510* =================================================================
007520 2900-LEFT-JUSTIFY.
007530     MOVE 0 TO FV-LEAD-COUNT.
007540     INSPECT FV-TRIMMED
007550         TALLYING FV-LEAD-COUNT FOR LEADING SPACES.
007560     IF FV-LEAD-COUNT > 0 AND FV-LEAD-COUNT < 30
007570         ADD 1 TO FV-LEAD-COUNT
007580         MOVE FV-TRIMMED (FV-LEAD-COUNT:) TO FV-JUSTIFIED
007585         MOVE FV-JUSTIFIED TO FV-TRIMMED
007590     END-IF.
007600 2900-EXIT.
007610     EXIT.
007620
007630* =================================================================
007640* 3000-FINALIZE - CLOSE A GROUP LEFT OPEN AT END OF FILE, PRINT
007650* THE CONTROL TOTALS AND VERDICT, SET THE RETURN CODE AND CLOSE
007660* =================================================================
007670 3000-FINALIZE.
007680     IF FV-GROUP-OPEN
007690         MOVE 'FEED ENDS WITHOUT A TRL ROW' TO FV-REASON
007700         MOVE SPACES TO FV-ROW
007710         MOVE SPACES TO FV-TAG
007720         PERFORM 2800-REPORT-STRUCTURE THRU 2800-EXIT
007730         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
007740     END-IF.
007750     MOVE FV-ROW-COUNT TO tr-row-count.
007760     MOVE FV-BLANK-COUNT TO tr-blank-count.
007770     MOVE FV-GROUP-COUNT TO tr-group-count.
007780     MOVE FV-CONVERTED-COUNT TO tr-converted-count.
007790     MOVE FV-REJECTED-COUNT TO tr-rejected-count.
007800     MOVE FV-WRITTEN-COUNT TO tr-written-count.
007810     WRITE OUT-LINE FROM Trailer-line-1 AFTER ADVANCING 2 LINES.
007820     WRITE OUT-LINE FROM Trailer-line-2 AFTER ADVANCING 1 LINE.
007830     WRITE OUT-LINE FROM Trailer-line-3 AFTER ADVANCING 1 LINE.
007840     WRITE OUT-LINE FROM Trailer-line-4 AFTER ADVANCING 1 LINE.
007850     WRITE OUT-LINE FROM Trailer-line-5 AFTER ADVANCING 1 LINE.
007860     WRITE OUT-LINE FROM Trailer-line-6 AFTER ADVANCING 1 LINE.
007870     EVALUATE TRUE
007880         WHEN FV-GROUP-COUNT = 0
007890             MOVE 'NOTHING CONVERTED - RC 16' TO vd-verdict
007900             MOVE 16 TO RETURN-CODE
007910         WHEN FV-STRUCTURE-COUNT > 0 OR FV-MISMATCH-COUNT > 0
007920             MOVE 'STRUCTURE OR SENDER TRAILER - RC 8'
007930                 TO vd-verdict
007940             MOVE 8 TO RETURN-CODE
007950         WHEN FV-REJECTED-COUNT > 0
007960             MOVE 'CONVERTED WITH REJECTED ROWS - RC 4'
007970                 TO vd-verdict
007980             MOVE 4 TO RETURN-CODE
007990         WHEN OTHER
008000             MOVE 'CLEAN' TO vd-verdict
008010     END-EVALUATE.
008020     WRITE OUT-LINE FROM Verdict-line AFTER ADVANCING 2 LINES.
008030     CLOSE DELIMITED-FILE, CONVERTED-FILE, STANDARD-OUTPUT.
008040 3000-EXIT.
008050     EXIT.
