000010* ===================================================================
000020* PROGRAM-ID:  MSTRVRFY
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/15/2026
000060*
000070* REMARKS:     INTEGRITY VERIFICATION OF THE KEYED ROOT MASTER.
000080*              SQUAREROOT SERVES A MASTER HIT WITHOUT COMPUTING IT
000090*              AGAIN AND RECONCIL ONLY PROVES THE NIGHT'S OUTPUT,
000100*              SO THIS PASS RE-PROVES THE CACHE ITSELF.  EACH
000110*              ENTRY EXAMINED MUST HAVE -
000120*                 A NUMERIC VALUE AND A KNOWN ROOT TYPE (BLANK,
000130*                 00-03) IN THE KEY,
000140*                 A NUMERIC ROOT, TOLERANCE AND LAST RUN DATE AND
000150*                 A VALID LOCK FLAG,
000160*                 NO NEGATIVE VALUE OR ROOT AND A NONZERO
000170*                 TOLERANCE,
000180*                 A ROOT THAT MULTIPLIES BACK OUT (SQUARED, OR
000190*                 CUBED FOR ROOT TYPE 3) TO WITHIN ITS OWN RM-DIFF
000200*                 OF THE VALUE - THE SAME PROOF RECONCIL APPLIES.
000210*              THE VRFYCARD CONTROL CARD CHOOSES A FULL PASS OR A
000220*              SAMPLE OF EVERY NTH ENTRY FOR THE QUICK NIGHTLY
000230*              CHECK; THE SAMPLE'S STARTING POINT MOVES WITH THE
000240*              DAY OF THE YEAR SO SUCCESSIVE NIGHTS COVER THE
000250*              WHOLE MASTER.  EVERY KEY ON THE PREVIOUS BAD-KEY
000260*              LIST (OLDKEYS) IS READ BACK AND RE-PROVED FIRST -
000270*              WHETHER OR NOT THE SAMPLE REACHES IT - SO A KEY
000280*              LEAVES THE LIST ONLY ONCE IT HAS BEEN RECOMPUTED,
000290*              CORRECTED OR REMOVED FROM THE MASTER.
000300*              EVERY ENTRY THAT FAILS PRINTS ON THE EXCEPTION
000310*              REPORT AND ITS KEY IS WRITTEN TO THE NEW BAD-KEY
000320*              LIST (BADKEYS).  SQUAREROOT TREATS A LISTED KEY AS
000330*              A MASTER MISS, SO IT IS COMPUTED AFRESH AND THE
000340*              ENTRY REWRITTEN (A LOCKED ENTRY MUST BE CORRECTED
000350*              THROUGH MSTRMNT).
000360*              RETURN CODES -
000370*                 0  EVERY ENTRY EXAMINED IS SOUND AND NO KEY IS
000380*                    LISTED.
000390*                 8  AT LEAST ONE KEY IS ON THE NEW LIST - HOLD
000400*                    THE NIGHTLY RUN FOR REVIEW.
000410*                16  VRFYCARD NOT VALID OR THE MASTER COULD NOT BE
000420*                    OPENED - NOTHING VERIFIED; THE OLD LIST
000430*                    STANDS.
000440*              THE ROOT MASTER IS ONLY READ.
000450*
000460* MODIFICATION HISTORY
000470* --------------------------------------------------------------
000480* DATE        INIT  DESCRIPTION
000490* --------------------------------------------------------------
000500* 10/15/2026  KS    ORIGINAL PROGRAM.  SEE JCL/VRFYJOB.JCL - RUN
000510*                   BY THE SCHEDULER AHEAD OF SQRTJOB.
000520* --------------------------------------------------------------
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. MSTRVRFY.
000550 AUTHOR. KENT SPENCE.
000560 INSTALLATION. DATA PROCESSING DEPARTMENT.
000570 DATE-WRITTEN. 10/15/2026.
000580 DATE-COMPILED.
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610     FILE-CONTROL.
000620         SELECT ROOT-MASTER-FILE ASSIGN TO "ROOTMSTR"
000630             ORGANIZATION IS INDEXED
000640             ACCESS IS DYNAMIC
000650             RECORD KEY IS RM-KEY
000660             FILE STATUS IS MV-MASTER-STATUS.
000670         SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "VRFYCARD"
000680             ORGANIZATION IS LINE SEQUENTIAL.
000690         SELECT OPTIONAL OLD-KEY-FILE ASSIGN TO "OLDKEYS"
000700             ORGANIZATION IS LINE SEQUENTIAL.
000710         SELECT BAD-KEY-FILE ASSIGN TO "BADKEYS"
000720             ORGANIZATION IS LINE SEQUENTIAL.
000730         SELECT STANDARD-OUTPUT ASSIGN TO "VRFYRPT"
000740             ORGANIZATION IS LINE SEQUENTIAL.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ROOT-MASTER-FILE.
000790 01  ROOT-MASTER-RECORD.
000800     02  RM-KEY.
000810         03  RM-SQ                PICTURE S9(11)V9(6).
000820         03  RM-ROOT-TYPE         PICTURE 9(02).
000830             88  RM-ROOT-TYPE-CUBE          VALUE 3.
000840             88  RM-ROOT-TYPE-KNOWN         VALUES 0 1 2 3.
000850         03  RM-ROOT-TYPE-X REDEFINES RM-ROOT-TYPE
000860                                  PICTURE X(02).
000870     02  RM-DATA.
000880         03  RM-ROOT              PICTURE S9(11)V9(6).
000890         03  RM-DIFF              PICTURE V9(5).
000900         03  RM-LAST-RUN-DATE     PICTURE X(08).
000910         03  RM-LOCK-SWITCH       PICTURE X(01).
000920             88  RM-LOCKED                  VALUE 'L'.
000930             88  RM-LOCK-VALID              VALUES 'L' ' '.
000940 FD  CONTROL-CARD-FILE.
000950 01  VERIFY-CARD.
000960     02  VC-RECORD-TYPE           PICTURE X(08).
000970         88  VC-VERIFY-CARD                 VALUE 'VRFYCARD'.
000980     02  VC-MODE                  PICTURE X(01).
000990         88  VC-MODE-FULL                   VALUES 'F' ' '.
001000         88  VC-MODE-SAMPLE                 VALUE 'S'.
001010     02  VC-INTERVAL-IMAGE        PICTURE X(05).
001020     02  VC-INTERVAL REDEFINES VC-INTERVAL-IMAGE
001030                                  PICTURE 9(05).
001040     02  FILLER                   PICTURE X(66).
001050* THE BAD-KEY LIST, READ BACK AS OLDKEYS AND WRITTEN AFRESH AS
001060* BADKEYS.  SQUAREROOT READS THE SAME LAYOUT.
001070 FD  OLD-KEY-FILE.
001080 01  OLD-KEY-RECORD.
001090     02  OK-KEY                   PICTURE X(19).
001100     02  FILLER                   PICTURE X(61).
001110 FD  BAD-KEY-FILE.
001120 01  BAD-KEY-RECORD.
001130     02  BK-KEY                   PICTURE X(19).
001140     02  BK-REASON                PICTURE X(04).
001150     02  BK-CHECKED-DATE          PICTURE X(08).
001160     02  BK-LOCK-SWITCH           PICTURE X(01).
001170     02  FILLER                   PICTURE X(48).
001180 FD  STANDARD-OUTPUT.
001190 01  OUT-LINE                    PICTURE X(120).
001200
001210 WORKING-STORAGE SECTION.
001220
001230* ---------------------------------------------------------------
001240* RUN CONTROLS
001250* ---------------------------------------------------------------
001260 01  MV-SWITCHES.
001270     02  MV-MASTER-EOF-SWITCH        PICTURE X(01) VALUE 'N'.
001280         88  MV-END-OF-MASTER                 VALUE 'Y'.
001290     02  MV-OLD-EOF-SWITCH           PICTURE X(01) VALUE 'N'.
001300         88  MV-END-OF-OLD-KEYS               VALUE 'Y'.
001310     02  MV-VERIFY-SWITCH            PICTURE X(01) VALUE 'Y'.
001320         88  MV-VERIFY-OK                     VALUE 'Y'.
001330     02  MV-MODE-SWITCH              PICTURE X(01) VALUE 'F'.
001340         88  MV-FULL-PASS                     VALUE 'F'.
001350         88  MV-SAMPLE-PASS                   VALUE 'S'.
001360     02  MV-OVERFLOW-SWITCH          PICTURE X(01) VALUE 'N'.
001370         88  MV-LIST-OVERFLOWED               VALUE 'Y'.
001380     02  MV-SIZE-SWITCH              PICTURE X(01) VALUE 'N'.
001390         88  MV-SIZE-ERROR                    VALUE 'Y'.
001400     02  MV-CARRIED-SWITCH           PICTURE X(01) VALUE 'N'.
001410         88  MV-KEY-CARRIED                   VALUE 'Y'.
001420
001430 01  MV-MASTER-STATUS                PICTURE X(02) VALUE '00'.
001440
001450 01  MV-COUNTERS.
001460     02  MV-READ-COUNT               PICTURE 9(09) COMP VALUE 0.
001470     02  MV-EXAMINED-COUNT           PICTURE 9(09) COMP VALUE 0.
001480     02  MV-PASSED-COUNT             PICTURE 9(09) COMP VALUE 0.
001490     02  MV-FAILED-COUNT             PICTURE 9(09) COMP VALUE 0.
001500     02  MV-OLD-KEY-COUNT            PICTURE 9(09) COMP VALUE 0.
001510     02  MV-STILL-BAD-COUNT          PICTURE 9(09) COMP VALUE 0.
001520     02  MV-CLEARED-COUNT            PICTURE 9(09) COMP VALUE 0.
001530     02  MV-GONE-COUNT               PICTURE 9(09) COMP VALUE 0.
001540     02  MV-LISTED-COUNT             PICTURE 9(09) COMP VALUE 0.
001550     02  MV-LOCKED-BAD-COUNT         PICTURE 9(09) COMP VALUE 0.
001560
001570* SAMPLING - ONE ENTRY IN EVERY MV-INTERVAL IS EXAMINED, STARTING
001580* AT THE JULIAN DATE MODULO THE INTERVAL.
001590 01  MV-SAMPLE-CONTROLS.
001600     02  MV-INTERVAL                 PICTURE 9(05) COMP VALUE 100.
001610     02  MV-OFFSET                   PICTURE 9(05) COMP VALUE 0.
001620     02  MV-CYCLE-POSITION           PICTURE 9(05) COMP VALUE 0.
001630     02  MV-JULIAN-DATE              PICTURE 9(07) VALUE 0.
001640     02  MV-QUOTIENT                 PICTURE 9(07) COMP VALUE 0.
001650
001660* THE VERDICT ON THE ENTRY IN HAND - SPACES WHEN IT IS SOUND
001670 01  MV-VERDICT.
001680     02  MV-REASON                   PICTURE X(04) VALUE SPACES.
001690         88  MV-ENTRY-SOUND                   VALUE SPACES.
001700         88  MV-REASON-KEY                    VALUE 'KEY '.
001710         88  MV-REASON-DATA                   VALUE 'DATA'.
001720     02  MV-MESSAGE                  PICTURE X(25) VALUE SPACES.
001730
001740* ---------------------------------------------------------------
001750* THE PREVIOUS LIST'S KEYS, SO THE PASS DOES NOT REPORT OR LIST A
001760* KEY THE RE-PROOF HAS ALREADY DEALT WITH.  A LIST LONGER THAN THE
001770* TABLE TURNS A SAMPLE INTO A FULL PASS, WHICH FINDS THE REST.
001780* ---------------------------------------------------------------
001790 01  MV-CARRIED-TABLE.
001800     02  MV-CARRIED-MAX            PICTURE 9(04) COMP VALUE 1000.
001810     02  MV-CARRIED-COUNT            PICTURE 9(04) COMP VALUE 0.
001820     02  MV-CARRIED-KEY              PICTURE X(19)
001830                                     OCCURS 1000 TIMES.
001840
001850 77  MV-SUB                          PICTURE 9(04) COMP VALUE 0.
001860
001870* ---------------------------------------------------------------
001880* PROOF WORK AREAS (AS RECONCIL)
001890* ---------------------------------------------------------------
001900 77  MV-RECOMPUTED                   PICTURE 9(12)V9(6).
001910 77  MV-DELTA                        PICTURE S9(12)V9(6).
001920 77  MV-ALLOWED                      PICTURE 9(12)V9(6).
001930
001940 01  MV-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
001950
001960* ---------------------------------------------------------------
001970* REPORT LAYOUTS
001980* ---------------------------------------------------------------
001990 01  Title-line.
002000     02  Filler PICTURE x(9) value spaces.
002010     02  Filler PICTURE x(34)
002020         value 'Root Master Integrity Verification'.
002030
002040 01  Mode-line.
002050     02  Filler PICTURE x(9) value spaces.
002060     02  Filler PICTURE x(6) value 'Mode: '.
002070     02  md-mode PICTURE x(11).
002080     02  md-sample-text PICTURE x(17).
002090     02  md-interval PICTURE zzzz9.
002100     02  Filler PICTURE x(13) value '   Verified '.
002110     02  md-date PICTURE x(08).
002120
002130 01  Under-line.
002140     02  Filler PICTURE x(114) value ALL '-'.
002150
002160 01  Section-line.
002170     02  Filler PICTURE x value space.
002180     02  sc-title PICTURE x(60).
002190
002200 01  Col-heads.
002210     02  Filler PICTURE x value space.
002220     02  Filler PICTURE x(19) value '              Value'.
002230     02  Filler PICTURE x value space.
002240     02  Filler PICTURE x(2) value 'Ty'.
002250     02  Filler PICTURE x value space.
002260     02  Filler PICTURE x(19) value '        Cached root'.
002270     02  Filler PICTURE x value space.
002280     02  Filler PICTURE x(20) value '   Multiplied back'.
002290     02  Filler PICTURE x value space.
002300     02  Filler PICTURE x(6) value '  Tol.'.
002310     02  Filler PICTURE x value space.
002320     02  Filler PICTURE x(8) value 'Last run'.
002330     02  Filler PICTURE x value space.
002340     02  Filler PICTURE x value 'L'.
002350     02  Filler PICTURE x value space.
002360     02  Filler PICTURE x(25) value 'Finding'.
002370
002380 01  Exception-line.
002390     02  Filler PICTURE x value space.
002400     02  ex-value PICTURE -(11)9.9(6).
002410     02  Filler PICTURE x value space.
002420     02  ex-root-type PICTURE x(02).
002430     02  Filler PICTURE x value space.
002440     02  ex-root PICTURE -(11)9.9(6).
002450     02  Filler PICTURE x value space.
002460     02  ex-recomputed PICTURE z(12)9.9(6).
002470     02  Filler PICTURE x value space.
002480     02  ex-diff PICTURE .9(5).
002490     02  Filler PICTURE x value space.
002500     02  ex-last-run PICTURE x(08).
002510     02  Filler PICTURE x value space.
002520     02  ex-lock PICTURE x(01).
002530     02  Filler PICTURE x value space.
002540     02  ex-message PICTURE x(25).
002550
002560* AN ENTRY WHOSE KEY OR DATA IS NOT NUMERIC IS SHOWN AS IT STANDS
002570 01  Exception-raw-line.
002580     02  Filler PICTURE x value space.
002590     02  er-key PICTURE x(19).
002600     02  Filler PICTURE x value space.
002610     02  Filler PICTURE x(6) value 'DATA: '.
002620     02  er-data PICTURE x(31).
002630     02  Filler PICTURE x(24) value spaces.
002640     02  er-message PICTURE x(25).
002650
002660 01  Cleared-line.
002670     02  Filler PICTURE x value space.
002680     02  cl-value PICTURE -(11)9.9(6).
002690     02  Filler PICTURE x value space.
002700     02  cl-root-type PICTURE x(02).
002710     02  Filler PICTURE x(62) value spaces.
002720     02  cl-message PICTURE x(25).
002730
002740 01  No-findings-line.
002750     02  Filler PICTURE x value space.
002760     02  Filler PICTURE x(30) value 'NO FAILING ENTRIES'.
002770
002780 01  Overflow-line.
002790     02  Filler PICTURE x value space.
002800     02  Filler PICTURE x(40)
002810         value 'PREVIOUS LIST LONGER THAN THE TABLE - SA'.
002820     02  Filler PICTURE x(36)
002830         value 'MPLE RAISED TO A FULL PASS'.
002840
002850 01  Count-line.
002860     02  Filler PICTURE x value space.
002870     02  ct-label PICTURE x(21).
002880     02  ct-count PICTURE zzz,zzz,zz9.
002890
002900 01  Verdict-good.
002910     02  Filler PICTURE x value space.
002920     02  Filler PICTURE x(44) value
002930         'ROOT MASTER VERIFIED - NO KEYS LISTED'.
002940
002950 01  Verdict-bad.
002960     02  Filler PICTURE x value space.
002970     02  Filler PICTURE x(40) value
002980         'BAD KEYS LISTED - HOLD SQRTJOB FOR REVIE'.
002990     02  Filler PICTURE x(40) value
003000         'W; LISTED KEYS RECOMPUTE ON RELEASE'.
003010
003020 PROCEDURE DIVISION.
003030
003040* =================================================================
003050* 0000-MAINLINE
003060* =================================================================
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003090     IF MV-VERIFY-OK
003100         PERFORM 2000-REPROVE-OLD-KEYS THRU 2000-EXIT
003110         PERFORM 3000-VERIFY-MASTER THRU 3000-EXIT
003120         PERFORM 4000-FINALIZE THRU 4000-EXIT
003130     ELSE
003140         PERFORM 4500-HALT-NOT-VERIFIED THRU 4500-EXIT
003150     END-IF.
003160     STOP RUN.
003170
003180* =================================================================
003190* 1000-INITIALIZE - READ THE CARD, OPEN THE MASTER AND LOAD THE
003200* PREVIOUS BAD-KEY LIST
003210* =================================================================
003220 1000-INITIALIZE.
003230     OPEN OUTPUT STANDARD-OUTPUT.
003240     ACCEPT MV-CURRENT-DATE FROM DATE YYYYMMDD.
003250     ACCEPT MV-JULIAN-DATE FROM DAY YYYYDDD.
003260     PERFORM 1100-READ-VERIFY-CARD THRU 1100-EXIT.
003270     IF NOT MV-VERIFY-OK
003280         GO TO 1000-EXIT
003290     END-IF.
003300     OPEN INPUT ROOT-MASTER-FILE.
003310     IF MV-MASTER-STATUS NOT = '00'
003320         DISPLAY 'MSTRVRFY - ROOTMSTR OPEN FAILED, STATUS '
003330             MV-MASTER-STATUS
003340         MOVE 'N' TO MV-VERIFY-SWITCH
003350         GO TO 1000-EXIT
003360     END-IF.
003370     OPEN INPUT OLD-KEY-FILE.
003380     PERFORM 1200-LOAD-OLD-KEY THRU 1200-EXIT
003390         UNTIL MV-END-OF-OLD-KEYS.
003400     CLOSE OLD-KEY-FILE.
003410     IF MV-LIST-OVERFLOWED AND MV-SAMPLE-PASS
003420         SET MV-FULL-PASS TO TRUE
003430     END-IF.
003440     IF MV-SAMPLE-PASS
003450         DIVIDE MV-JULIAN-DATE BY MV-INTERVAL GIVING MV-QUOTIENT
003460             REMAINDER MV-OFFSET
003470     END-IF.
003480     OPEN OUTPUT BAD-KEY-FILE.
003490     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
003500 1000-EXIT.
003510     EXIT.
003520
003530* =================================================================
003540* 1100-READ-VERIFY-CARD - THE VRFYCARD CARD IS OPTIONAL; WITHOUT
003550* ONE THE WHOLE MASTER IS VERIFIED.
003560*   COLS  1- 8  'VRFYCARD'
003570*   COL      9  F = FULL PASS, S = SAMPLE (BLANK = F)
003580*   COLS 10-14  SAMPLE INTERVAL - EVERY NTH ENTRY      (00100)
003590* =================================================================
003600 1100-READ-VERIFY-CARD.
003610     OPEN INPUT CONTROL-CARD-FILE.
003620     READ CONTROL-CARD-FILE
003630         AT END
003640             MOVE SPACES TO VERIFY-CARD
003650     END-READ.
003660     CLOSE CONTROL-CARD-FILE.
003670     IF VERIFY-CARD = SPACES
003680         GO TO 1100-EXIT
003690     END-IF.
003700     IF NOT VC-VERIFY-CARD
003710         OR (NOT VC-MODE-FULL AND NOT VC-MODE-SAMPLE)
003720         MOVE 'N' TO MV-VERIFY-SWITCH
003730         GO TO 1100-EXIT
003740     END-IF.
003750     IF VC-INTERVAL-IMAGE NOT = SPACES
003760         IF VC-INTERVAL NOT NUMERIC OR VC-INTERVAL = 0
003770             MOVE 'N' TO MV-VERIFY-SWITCH
003780             GO TO 1100-EXIT
003790         END-IF
003800         MOVE VC-INTERVAL TO MV-INTERVAL
003810     END-IF.
003820     IF VC-MODE-SAMPLE
003830         SET MV-SAMPLE-PASS TO TRUE
003840     END-IF.
003850 1100-EXIT.
003860     EXIT.
003870
003880* =================================================================
003890* 1200-LOAD-OLD-KEY - TABLE ONE KEY FROM THE PREVIOUS LIST
003900* =================================================================
003910 1200-LOAD-OLD-KEY.
003920     READ OLD-KEY-FILE
003930         AT END
003940             SET MV-END-OF-OLD-KEYS TO TRUE
003950             GO TO 1200-EXIT
003960     END-READ.
003970     ADD 1 TO MV-OLD-KEY-COUNT.
003980     IF MV-CARRIED-COUNT NOT < MV-CARRIED-MAX
003990         SET MV-LIST-OVERFLOWED TO TRUE
004000         GO TO 1200-EXIT
004010     END-IF.
004020     ADD 1 TO MV-CARRIED-COUNT.
004030     MOVE OK-KEY TO MV-CARRIED-KEY (MV-CARRIED-COUNT).
004040 1200-EXIT.
004050     EXIT.
004060
004070* =================================================================
004080* 1300-PRINT-HEADINGS
004090* =================================================================
004100 1300-PRINT-HEADINGS.
004110     IF MV-FULL-PASS
004120         MOVE 'FULL PASS' TO md-mode
004130         MOVE SPACES TO md-sample-text
004140         MOVE 0 TO md-interval
004150     ELSE
004160         MOVE 'SAMPLE' TO md-mode
004170         MOVE ' - 1 entry in' TO md-sample-text
004180         MOVE MV-INTERVAL TO md-interval
004190     END-IF.
004200     MOVE MV-CURRENT-DATE TO md-date.
004210     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
004220     WRITE OUT-LINE FROM Mode-line AFTER ADVANCING 1 LINE.
004230     IF MV-LIST-OVERFLOWED
004240         WRITE OUT-LINE FROM Overflow-line AFTER ADVANCING 1 LINE
004250     END-IF.
004260     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
004270     WRITE OUT-LINE FROM Col-heads AFTER ADVANCING 1 LINE.
004280     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
004290 1300-EXIT.
004300     EXIT.
004310
004320* =================================================================
004330* 2000-REPROVE-OLD-KEYS - READ BACK EVERY KEY ON THE PREVIOUS
004340* LIST.  ONE STILL FAILING STAYS LISTED; ONE NOW SOUND, OR NO
004350* LONGER ON THE MASTER, IS CLEARED.
004360* =================================================================
004370 2000-REPROVE-OLD-KEYS.
004380     IF MV-CARRIED-COUNT = 0
004390         GO TO 2000-EXIT
004400     END-IF.
004410     MOVE 'Keys on the previous bad-key list' TO sc-title.
004420     WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES.
004430     MOVE 1 TO MV-SUB.
004440     PERFORM 2100-REPROVE-ONE-KEY THRU 2100-EXIT
004450         UNTIL MV-SUB > MV-CARRIED-COUNT.
004460 2000-EXIT.
004470     EXIT.
004480
004490* =================================================================
004500* 2100-REPROVE-ONE-KEY
004510* =================================================================
004520 2100-REPROVE-ONE-KEY.
004530     MOVE MV-CARRIED-KEY (MV-SUB) TO RM-KEY.
004540     READ ROOT-MASTER-FILE
004550         KEY IS RM-KEY
004560         INVALID KEY
004570             CONTINUE
004580     END-READ.
004590     IF MV-MASTER-STATUS NOT = '00'
004600         ADD 1 TO MV-GONE-COUNT
004610         MOVE MV-CARRIED-KEY (MV-SUB) TO RM-KEY
004620         MOVE 'CLEARED - NOT ON MASTER' TO cl-message
004630         PERFORM 2150-PRINT-CLEARED THRU 2150-EXIT
004640         GO TO 2100-NEXT
004650     END-IF.
004660     PERFORM 5000-PROVE-ENTRY THRU 5000-EXIT.
004670     IF MV-ENTRY-SOUND
004680         ADD 1 TO MV-CLEARED-COUNT
004690         MOVE 'CLEARED - NOW SOUND' TO cl-message
004700         PERFORM 2150-PRINT-CLEARED THRU 2150-EXIT
004710     ELSE
004720         ADD 1 TO MV-STILL-BAD-COUNT
004730         PERFORM 5100-REPORT-AND-LIST THRU 5100-EXIT
004740     END-IF.
004750 2100-NEXT.
004760     ADD 1 TO MV-SUB.
004770 2100-EXIT.
004780     EXIT.
004790
004800* =================================================================
004810* 2150-PRINT-CLEARED - A KEY COMING OFF THE LIST
004820* =================================================================
004830 2150-PRINT-CLEARED.
004840     IF RM-SQ NUMERIC
004850         MOVE RM-SQ TO cl-value
004860     ELSE
004870         MOVE 0 TO cl-value
004880     END-IF.
004890     MOVE RM-ROOT-TYPE-X TO cl-root-type.
004900     WRITE OUT-LINE FROM Cleared-line AFTER ADVANCING 1 LINE.
004910 2150-EXIT.
004920     EXIT.
004930
004940* =================================================================
004950* 3000-VERIFY-MASTER - READ THE MASTER END TO END, PROVING EVERY
004960* ENTRY (FULL PASS) OR EVERY NTH ENTRY (SAMPLE)
004970* =================================================================
004980 3000-VERIFY-MASTER.
004990     IF MV-FULL-PASS
005000         MOVE 'Entries found by the full pass' TO sc-title
005010     ELSE
005020         MOVE 'Entries found by the sample' TO sc-title
005030     END-IF.
005040     WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES.
005050     MOVE LOW-VALUES TO RM-KEY.
005060     START ROOT-MASTER-FILE
005070         KEY IS NOT LESS THAN RM-KEY
005080         INVALID KEY
005090             SET MV-END-OF-MASTER TO TRUE
005100     END-START.
005110     PERFORM 3100-VERIFY-ONE-ENTRY THRU 3100-EXIT
005120         UNTIL MV-END-OF-MASTER.
005130     IF MV-FAILED-COUNT = 0
005140         WRITE OUT-LINE FROM No-findings-line
005150             AFTER ADVANCING 1 LINE
005160     END-IF.
005170 3000-EXIT.
005180     EXIT.
005190
005200* =================================================================
005210* 3100-VERIFY-ONE-ENTRY - READ THE NEXT ENTRY AND PROVE IT WHEN IT
005220* FALLS IN THE SAMPLE.  A FAILING ENTRY ALREADY RE-PROVED FROM THE
005230* PREVIOUS LIST IS NOT REPORTED OR LISTED A SECOND TIME.
005240* =================================================================
005250 3100-VERIFY-ONE-ENTRY.
005260     READ ROOT-MASTER-FILE NEXT RECORD
005270         AT END
005280             SET MV-END-OF-MASTER TO TRUE
005290             GO TO 3100-EXIT
005300     END-READ.
005310     ADD 1 TO MV-READ-COUNT.
005320     IF MV-SAMPLE-PASS
005330         ADD 1 TO MV-CYCLE-POSITION
005340         IF MV-CYCLE-POSITION = MV-INTERVAL
005350             MOVE 0 TO MV-CYCLE-POSITION
005360         END-IF
005370         IF MV-CYCLE-POSITION NOT = MV-OFFSET
005380             GO TO 3100-EXIT
005390         END-IF
005400     END-IF.
005410     ADD 1 TO MV-EXAMINED-COUNT.
005420     PERFORM 5000-PROVE-ENTRY THRU 5000-EXIT.
005430     IF MV-ENTRY-SOUND
005440         ADD 1 TO MV-PASSED-COUNT
005450         GO TO 3100-EXIT
005460     END-IF.
005470     PERFORM 3200-CHECK-CARRIED THRU 3200-EXIT.
005480     IF MV-KEY-CARRIED
005490         GO TO 3100-EXIT
005500     END-IF.
005510     ADD 1 TO MV-FAILED-COUNT.
005520     PERFORM 5100-REPORT-AND-LIST THRU 5100-EXIT.
005530 3100-EXIT.
005540     EXIT.
005550
005560* =================================================================
005570* 3200-CHECK-CARRIED - IS THE FAILING KEY ON THE PREVIOUS LIST?
005580* =================================================================
005590 3200-CHECK-CARRIED.
005600     MOVE 'N' TO MV-CARRIED-SWITCH.
005610     MOVE 1 TO MV-SUB.
005620     PERFORM 3210-CHECK-ONE-CARRIED THRU 3210-EXIT
005630         UNTIL MV-KEY-CARRIED OR MV-SUB > MV-CARRIED-COUNT.
005640 3200-EXIT.
005650     EXIT.
005660
005670* =================================================================
005680* 3210-CHECK-ONE-CARRIED
005690* =================================================================
005700 3210-CHECK-ONE-CARRIED.
005710     IF MV-CARRIED-KEY (MV-SUB) = RM-KEY
005720         SET MV-KEY-CARRIED TO TRUE
005730     ELSE
005740         ADD 1 TO MV-SUB
005750     END-IF.
005760 3210-EXIT.
005770     EXIT.
005780
005790* =================================================================
005800* 4000-FINALIZE - CONTROL COUNTS, VERDICT AND RETURN CODE
005810* =================================================================
005820 4000-FINALIZE.
005830     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 2 LINES.
005840     MOVE 'Master entries read .' TO ct-label.
005850     MOVE MV-READ-COUNT TO ct-count.
005860     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
005870     MOVE 'Entries examined. . .' TO ct-label.
005880     MOVE MV-EXAMINED-COUNT TO ct-count.
005890     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
005900     MOVE '  sound . . . . . . .' TO ct-label.
005910     MOVE MV-PASSED-COUNT TO ct-count.
005920     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
005930     MOVE '  failing, new. . . .' TO ct-label.
005940     MOVE MV-FAILED-COUNT TO ct-count.
005950     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
005960     MOVE 'Previous list keys. .' TO ct-label.
005970     MOVE MV-OLD-KEY-COUNT TO ct-count.
005980     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
005990     MOVE '  still failing . . .' TO ct-label.
006000     MOVE MV-STILL-BAD-COUNT TO ct-count.
006010     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006020     MOVE '  cleared, sound. . .' TO ct-label.
006030     MOVE MV-CLEARED-COUNT TO ct-count.
006040     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006050     MOVE '  cleared, removed. .' TO ct-label.
006060     MOVE MV-GONE-COUNT TO ct-count.
006070     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006080     MOVE 'Keys listed . . . . .' TO ct-label.
006090     MOVE MV-LISTED-COUNT TO ct-count.
006100     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006110     MOVE '  locked entries. . .' TO ct-label.
006120     MOVE MV-LOCKED-BAD-COUNT TO ct-count.
006130     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006140     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006150     IF MV-LISTED-COUNT = 0
006160         WRITE OUT-LINE FROM Verdict-good AFTER ADVANCING 1 LINE
006170     ELSE
006180         WRITE OUT-LINE FROM Verdict-bad AFTER ADVANCING 1 LINE
006190         DISPLAY 'MSTRVRFY - BAD ROOT MASTER KEYS LISTED: '
006200             MV-LISTED-COUNT
006210         MOVE 8 TO RETURN-CODE
006220     END-IF.
006230     CLOSE ROOT-MASTER-FILE, BAD-KEY-FILE, STANDARD-OUTPUT.
006240 4000-EXIT.
006250     EXIT.
006260
006270* =================================================================
006280* 4500-HALT-NOT-VERIFIED - NO VALID CARD OR NO MASTER: NOTHING IS
006290* VERIFIED AND NO NEW LIST IS WRITTEN
006300* =================================================================
006310 4500-HALT-NOT-VERIFIED.
006320     DISPLAY 'MSTRVRFY HALTED - VRFYCARD NOT VALID OR ROOTMSTR'
006330         ' NOT AVAILABLE'.
006340     DISPLAY 'NOTHING VERIFIED - THE PREVIOUS LIST STANDS'.
006350     MOVE 16 TO RETURN-CODE.
006360     CLOSE STANDARD-OUTPUT.
006370 4500-EXIT.
006380     EXIT.
006390
006400* =================================================================
006410* 5000-PROVE-ENTRY - PROVE THE ENTRY IN THE RECORD AREA.  LEAVES
006420* MV-REASON SPACES WHEN IT IS SOUND, ELSE THE REASON CODE AND
006430* MESSAGE FOR THE FIRST FAULT FOUND -
006440*   KEY   VALUE NOT NUMERIC OR ROOT TYPE NOT KNOWN.  A BLANK ROOT
006450*         TYPE IS VALID - THE FEED'S BLANK IS CACHED AS SENT.
006460*   DATA  ROOT, TOLERANCE OR LAST RUN DATE NOT NUMERIC, OR A LOCK
006470*         FLAG OTHER THAN 'L' OR BLANK
006480*   SIGN  NEGATIVE VALUE OR ROOT - NEITHER IS EVER CACHED
006490*   ZTOL  ZERO TOLERANCE - IT WOULD SATISFY ANY LOOKUP
006500*   SIZE  THE ROOT MULTIPLIED BACK OUT OVERFLOWS
006510*   TOL   THE ROOT MULTIPLIED BACK OUT MISSES THE VALUE BY MORE
006520*         THAN RM-DIFF (SCALED BY THE VALUE, AS RECONCIL)
006530* =================================================================
006540 5000-PROVE-ENTRY.
006550     MOVE SPACES TO MV-VERDICT.
006560     MOVE 0 TO MV-RECOMPUTED.
006570     IF RM-SQ NOT NUMERIC
006580         OR (RM-ROOT-TYPE-X NOT = SPACES
006590             AND (RM-ROOT-TYPE NOT NUMERIC
006600                  OR NOT RM-ROOT-TYPE-KNOWN))
006610         MOVE 'KEY ' TO MV-REASON
006620         MOVE 'KEY NOT VALID' TO MV-MESSAGE
006630         GO TO 5000-EXIT
006640     END-IF.
006650     IF RM-ROOT NOT NUMERIC
006660         OR RM-DIFF NOT NUMERIC
006670         OR RM-LAST-RUN-DATE NOT NUMERIC
006680         OR NOT RM-LOCK-VALID
006690         MOVE 'DATA' TO MV-REASON
006700         MOVE 'DATA FIELD NOT VALID' TO MV-MESSAGE
006710         GO TO 5000-EXIT
006720     END-IF.
006730     IF RM-SQ IS NEGATIVE OR RM-ROOT IS NEGATIVE
006740         MOVE 'SIGN' TO MV-REASON
006750         MOVE 'NEGATIVE VALUE OR ROOT' TO MV-MESSAGE
006760         GO TO 5000-EXIT
006770     END-IF.
006780     IF RM-DIFF = 0
006790         MOVE 'ZTOL' TO MV-REASON
006800         MOVE 'TOLERANCE IS ZERO' TO MV-MESSAGE
006810         GO TO 5000-EXIT
006820     END-IF.
006830     MOVE 'N' TO MV-SIZE-SWITCH.
006840     IF RM-ROOT-TYPE-CUBE
006850         COMPUTE MV-RECOMPUTED ROUNDED =
006860             RM-ROOT * RM-ROOT * RM-ROOT
006870             ON SIZE ERROR
006880                 SET MV-SIZE-ERROR TO TRUE
006890         END-COMPUTE
006900     ELSE
006910         COMPUTE MV-RECOMPUTED ROUNDED = RM-ROOT * RM-ROOT
006920             ON SIZE ERROR
006930                 SET MV-SIZE-ERROR TO TRUE
006940         END-COMPUTE
006950     END-IF.
006960     IF MV-SIZE-ERROR
006970         MOVE 0 TO MV-RECOMPUTED
006980         MOVE 'SIZE' TO MV-REASON
006990         MOVE 'ROOT NOT CREDIBLE' TO MV-MESSAGE
007000         GO TO 5000-EXIT
007010     END-IF.
007020     COMPUTE MV-DELTA = MV-RECOMPUTED - RM-SQ.
007030     IF MV-DELTA IS NEGATIVE
007040         COMPUTE MV-DELTA = MV-DELTA * -1
007050     END-IF.
007060     COMPUTE MV-ALLOWED ROUNDED = RM-DIFF * (RM-SQ + 1).
007070     IF MV-DELTA > MV-ALLOWED
007080         MOVE 'TOL ' TO MV-REASON
007090         MOVE 'ROOT OUT OF TOLERANCE' TO MV-MESSAGE
007100     END-IF.
007110 5000-EXIT.
007120     EXIT.
007130
007140* =================================================================
007150* 5100-REPORT-AND-LIST - PRINT THE FAILING ENTRY AND WRITE ITS KEY
007160* TO THE NEW BAD-KEY LIST
007170* =================================================================
007180 5100-REPORT-AND-LIST.
007190     IF MV-REASON-KEY OR MV-REASON-DATA
007200         MOVE RM-KEY TO er-key
007210         MOVE RM-DATA TO er-data
007220         MOVE MV-MESSAGE TO er-message
007230         WRITE OUT-LINE FROM Exception-raw-line
007240             AFTER ADVANCING 1 LINE
007250     ELSE
007260         MOVE RM-SQ TO ex-value
007270         MOVE RM-ROOT-TYPE-X TO ex-root-type
007280         MOVE RM-ROOT TO ex-root
007290         MOVE MV-RECOMPUTED TO ex-recomputed
007300         MOVE RM-DIFF TO ex-diff
007310         MOVE RM-LAST-RUN-DATE TO ex-last-run
007320         MOVE RM-LOCK-SWITCH TO ex-lock
007330         MOVE MV-MESSAGE TO ex-message
007340         WRITE OUT-LINE FROM Exception-line AFTER ADVANCING 1 LINE
007350     END-IF.
007360     MOVE SPACES TO BAD-KEY-RECORD.
007370     MOVE RM-KEY TO BK-KEY.
007380     MOVE MV-REASON TO BK-REASON.
007390     MOVE MV-CURRENT-DATE TO BK-CHECKED-DATE.
007400     MOVE RM-LOCK-SWITCH TO BK-LOCK-SWITCH.
007410     WRITE BAD-KEY-RECORD.
007420     ADD 1 TO MV-LISTED-COUNT.
007430     IF RM-LOCKED
007440         ADD 1 TO MV-LOCKED-BAD-COUNT
007450     END-IF.
007460 5100-EXIT.
007470     EXIT.
