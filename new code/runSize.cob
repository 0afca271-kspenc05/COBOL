000010* ===================================================================
000020* PROGRAM-ID:  RUNSIZE
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/15/2026
000060*
000070* REMARKS:     PRE-RUN BATCH-WINDOW SIZING.  READS TONIGHT'S
000080*              STAGED SQRTIN GENERATION (AS FEEDEDIT LEFT IT),
000090*              COUNTS THE BATCH GROUPS AND DETAIL RECORDS, AND
000100*              LOOKS EVERY DETAIL UP ON THE ROOT MASTER THE WAY
000110*              SQUAREROOT WILL - A HIT ONLY WHEN THE CACHED ROOT
000120*              WAS COMPUTED AT A TOLERANCE AT LEAST AS TIGHT AS
000130*              THE RECORD'S - SO THE NIGHT SPLITS INTO MASTER
000140*              HITS AND FRESH COMPUTATIONS.  THE TIMING HISTORY
000150*              (TIMEHIST) THAT SQUAREROOT APPENDS AT EVERY RUN
000160*              GIVES THE RECENT COST OF A RECORD AND THE EXTRA
000170*              COST OF A FRESH ROOT (THE TIME SPENT INSIDE
000180*              CALCROOT/CUBEROOT); FROM THOSE THE PROGRAM
000190*              PROJECTS THE SINGLE-STREAM ELAPSED TIME (SQRTJOB)
000200*              AND THE SPLIT ELAPSED TIME (SQRTPAR - THE LONGEST
000210*              OF THE FOUR PIECES, CUT THE WAY BATSPLIT CUTS
000220*              THEM, PLUS THE SPLIT/MERGE ALLOWANCE), PRINTS THE
000230*              WINDOW FORECAST ON SIZERPT AND SETS THE ROUTING
000240*              RETURN CODE -
000250*                 0  SINGLE STREAM FITS - RELEASE SQRTJOB,
000260*                 4  SPLIT NEEDED AND FITS - RELEASE SQRTPAR,
000270*                 8  OVER THE WINDOW EITHER WAY - HOLD FOR OPS,
000280*                16  SIZECARD NOT VALID - NOTHING SIZED.
000290*              THE SIZECARD (OPTIONAL) SETS THE WINDOW, THE SHARE
000300*              OF IT A SINGLE STREAM MAY USE, HOW MANY RECENT
000310*              RUNS TO AVERAGE, THE SPLIT/MERGE ALLOWANCE AND THE
000320*              RATE TO ASSUME BEFORE ANY TIMING HISTORY EXISTS.
000330*              THE ROOT MASTER IS ONLY READ.
000331*              A KEY ON MSTRVRFY'S BAD-KEY LIST (BADKEYS) IS
000332*              SIZED FRESH, AS SQUAREROOT WILL NOT SERVE IT.
000340*
000350* MODIFICATION HISTORY
000360* --------------------------------------------------------------
000370* DATE        INIT  DESCRIPTION
000380* --------------------------------------------------------------
000390* 10/15/2026  KS    ORIGINAL PROGRAM.  SEE JCL/SIZEJOB.JCL - THE
000400*                   SCHEDULER ROUTES TO SQRTJOB OR SQRTPAR ON
000410*                   ITS RETURN CODE.
000411* 10/15/2026  KS    KEYS ON THE ROOT MASTER BAD-KEY LIST (BADKEYS)
000412*                   ARE SIZED AS FRESH COMPUTATIONS, AS SQUAREROOT
000413*                   WILL FORCE THEM TO MISS.  A LIST TOO LONG FOR
000414*                   SQUAREROOT'S TABLE SIZES EVERY DETAIL AS FRESH
000415*                   AND SAYS SO ON SIZERPT.
000420* --------------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. RUNSIZE.
000450 AUTHOR. KENT SPENCE.
000460 INSTALLATION. DATA PROCESSING DEPARTMENT.
000470 DATE-WRITTEN. 10/15/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510     FILE-CONTROL.
000520         SELECT INPUT-FILE ASSIGN TO "SQRTIN"
000530             ORGANIZATION IS LINE SEQUENTIAL.
000540         SELECT OPTIONAL TIMING-HISTORY-FILE ASSIGN TO "TIMEHIST"
000550             ORGANIZATION IS LINE SEQUENTIAL.
000560         SELECT OPTIONAL ROOT-MASTER-FILE ASSIGN TO "ROOTMSTR"
000570             ORGANIZATION IS INDEXED
000580             ACCESS IS RANDOM
000590             RECORD KEY IS RM-KEY
000600             FILE STATUS IS SZ-MASTER-STATUS.
000601         SELECT OPTIONAL BAD-KEY-FILE ASSIGN TO "BADKEYS"
000602             ORGANIZATION IS LINE SEQUENTIAL.
000610         SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "SIZECARD"
000620             ORGANIZATION IS LINE SEQUENTIAL.
000630         SELECT STANDARD-OUTPUT ASSIGN TO "SIZERPT"
000640             ORGANIZATION IS LINE SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  INPUT-FILE.
000690 01  STANDARD-INPUT              PICTURE X(80).
000700 FD  TIMING-HISTORY-FILE.
000710 01  TIMING-HISTORY-RECORD.
000720     02  TM-RUN-DATE              PICTURE X(08).
000730     02  TM-BATCH-ID              PICTURE X(10).
000740     02  TM-START-DATE            PICTURE 9(08).
000750     02  TM-START-TIME            PICTURE 9(08).
000760     02  TM-END-DATE              PICTURE 9(08).
000770     02  TM-END-TIME              PICTURE 9(08).
000780     02  TM-ELAPSED-SECS          PICTURE 9(07)V99.
000790     02  TM-COMPUTE-SECS          PICTURE 9(07)V99.
000800     02  TM-RECORD-COUNT          PICTURE 9(09).
000810     02  TM-HIT-COUNT             PICTURE 9(09).
000820     02  TM-FRESH-COUNT           PICTURE 9(09).
000830     02  TM-RECORDS-PER-MIN       PICTURE 9(11)V99.
000840     02  TM-RESTART-FLAG          PICTURE X(01).
000850         88  TM-RESTARTED                   VALUE 'R'.
000860     02  TM-RETURN-CODE           PICTURE 9(02).
000870     02  FILLER                   PICTURE X(09).
000880 FD  ROOT-MASTER-FILE.
000890 01  ROOT-MASTER-RECORD.
000900     02  RM-KEY.
000910         03  RM-SQ                PICTURE S9(11)V9(6).
000920         03  RM-ROOT-TYPE         PICTURE 9(02).
000930     02  RM-ROOT                  PICTURE S9(11)V9(6).
000940     02  RM-DIFF                  PICTURE V9(5).
000950     02  RM-LAST-RUN-DATE         PICTURE X(08).
000960     02  RM-LOCK-SWITCH           PICTURE X(01).
000970         88  RM-LOCKED                      VALUE 'L'.
000971 FD  BAD-KEY-FILE.
000972 01  BAD-KEY-RECORD.
000973     02  BK-KEY                   PICTURE X(19).
000974     02  BK-REASON                PICTURE X(04).
000975     02  BK-CHECKED-DATE          PICTURE X(08).
000976     02  BK-LOCK-SWITCH           PICTURE X(01).
000977     02  FILLER                   PICTURE X(48).
000980 FD  CONTROL-CARD-FILE.
000990 01  SIZE-CARD.
001000     02  ZC-RECORD-TYPE           PICTURE X(08).
001010         88  ZC-SIZE-CARD                   VALUE 'SIZECARD'.
001020     02  ZC-WINDOW-IMAGE          PICTURE X(04).
001030     02  ZC-WINDOW-MINUTES REDEFINES ZC-WINDOW-IMAGE
001040                                  PICTURE 9(04).
001050     02  ZC-SHARE-IMAGE           PICTURE X(03).
001060     02  ZC-SHARE-PCT REDEFINES ZC-SHARE-IMAGE
001070                                  PICTURE 9(03).
001080     02  ZC-RUNS-IMAGE            PICTURE X(02).
001090     02  ZC-HISTORY-RUNS REDEFINES ZC-RUNS-IMAGE
001100                                  PICTURE 9(02).
001110     02  ZC-OVERHEAD-IMAGE        PICTURE X(03).
001120     02  ZC-OVERHEAD-MINUTES REDEFINES ZC-OVERHEAD-IMAGE
001130                                  PICTURE 9(03).
001140     02  ZC-RATE-IMAGE            PICTURE X(07).
001150     02  ZC-ASSUMED-RATE REDEFINES ZC-RATE-IMAGE
001160                                  PICTURE 9(07).
001170     02  FILLER                   PICTURE X(53).
001180 FD  STANDARD-OUTPUT.
001190 01  OUT-LINE                    PICTURE X(100).
001200
001210 WORKING-STORAGE SECTION.
001220
001230 01  RAW-RECORD-AREA                PICTURE X(80).
001240
001250 01  IN-CARD REDEFINES RAW-RECORD-AREA.
001260     02  IN-SQ                       PICTURE S9(11)V9(6).
001270     02  IN-DIFF                     PICTURE V9(5).
001280     02  IN-ROOT-TYPE                PICTURE 9(02).
001290     02  FILLER                      PICTURE X(56).
001300
001310 01  CONTROL-CARD-RECORD REDEFINES RAW-RECORD-AREA.
001320     02  CC-RECORD-TYPE              PICTURE X(08).
001330         88  CC-BATCH-HEADER                  VALUE 'BATCHHDR'.
001340         88  CC-CONTROL-CARD                  VALUE 'CTLCARD '.
001350         88  CC-BATCH-TRAILER                 VALUE 'BATCHTRL'.
001360     02  CC-RUN-DATE                 PICTURE X(08).
001370     02  CC-DEFAULT-DIFF             PICTURE V9(05).
001380     02  FILLER                      PICTURE X(59).
001390
001400 01  BATCH-HEADER-RECORD REDEFINES RAW-RECORD-AREA.
001410     02  FILLER                      PICTURE X(08).
001420     02  BH-BATCH-ID                 PICTURE X(10).
001430     02  BH-RUN-DATE                 PICTURE X(08).
001440     02  BH-SOURCE-SYSTEM            PICTURE X(10).
001450     02  FILLER                      PICTURE X(44).
001460
001470* ---------------------------------------------------------------
001480* RUN CONTROLS
001490* ---------------------------------------------------------------
001500 01  SZ-SWITCHES.
001510     02  SZ-EOF-SWITCH               PICTURE X(01) VALUE 'N'.
001520         88  SZ-END-OF-FILE                   VALUE 'Y'.
001530     02  SZ-HIST-EOF-SWITCH          PICTURE X(01) VALUE 'N'.
001540         88  SZ-END-OF-HISTORY                VALUE 'Y'.
001550     02  SZ-CARD-SWITCH              PICTURE X(01) VALUE 'Y'.
001560         88  SZ-CARD-GOOD                     VALUE 'Y'.
001570     02  SZ-RATE-SWITCH              PICTURE X(01) VALUE 'H'.
001580         88  SZ-RATE-FROM-HISTORY             VALUE 'H'.
001590         88  SZ-RATE-ASSUMED                  VALUE 'A'.
001600
001610 01  SZ-MASTER-STATUS               PICTURE X(02) VALUE '00'.
001620
001630* SIZECARD VALUES, LOADED WITH THE SHOP DEFAULTS - A FOUR-HOUR
001640* WINDOW, 80 PERCENT OF IT FOR A SINGLE STREAM, THE LAST 20 RUNS,
001650* TEN MINUTES FOR BATSPLIT AND BATMERGE, 30,000 RECORDS A MINUTE
001660* UNTIL THERE IS HISTORY TO GO ON.
001670 01  SZ-RUN-LIMITS.
001680     02  SZ-WINDOW-MINUTES           PICTURE 9(04) COMP VALUE 240.
001690     02  SZ-SHARE-PCT                PICTURE 9(03) COMP VALUE 80.
001700     02  SZ-HISTORY-RUNS             PICTURE 9(02) COMP VALUE 20.
001710     02  SZ-OVERHEAD-MINUTES         PICTURE 9(03) COMP VALUE 10.
001720     02  SZ-ASSUMED-RATE             PICTURE 9(07) COMP
001730                                     VALUE 30000.
001740
001750 77  SZ-HISTORY-MAX                  PICTURE 9(02) COMP VALUE 50.
001760
001770 01  SZ-COUNTERS.
001780     02  SZ-RECORD-COUNT             PICTURE 9(09) COMP VALUE 0.
001790     02  SZ-DETAIL-COUNT             PICTURE 9(09) COMP VALUE 0.
001800     02  SZ-HIT-COUNT                PICTURE 9(09) COMP VALUE 0.
001810     02  SZ-FRESH-COUNT              PICTURE 9(09) COMP VALUE 0.
001811     02  SZ-FORCED-COUNT             PICTURE 9(09) COMP VALUE 0.
001820     02  SZ-REJECT-COUNT             PICTURE 9(09) COMP VALUE 0.
001830     02  SZ-GROUP-COUNT              PICTURE 9(09) COMP VALUE 0.
001840     02  SZ-GROUP-NUMBER             PICTURE 9(09) COMP VALUE 0.
001850     02  SZ-HISTORY-READ             PICTURE 9(09) COMP VALUE 0.
001860     02  SZ-HISTORY-SKIPPED          PICTURE 9(09) COMP VALUE 0.
001870     02  SZ-HISTORY-USABLE           PICTURE 9(09) COMP VALUE 0.
001880     02  SZ-HISTORY-USED             PICTURE 9(09) COMP VALUE 0.
001890
001900 77  SZ-SUB                          PICTURE 9(05) COMP VALUE 0.
001910 77  SZ-SLOT                         PICTURE 9(05) COMP VALUE 0.
001920 77  SZ-WORK                         PICTURE 9(09) COMP VALUE 0.
001930 77  SZ-QUOTIENT                     PICTURE 9(09) COMP VALUE 0.
001940 77  SZ-PIECE                        PICTURE 9(01) VALUE 1.
001950 77  SZ-GROUPS-PER-PIECE             PICTURE 9(09) COMP VALUE 0.
001960
001970 01  SZ-DEFAULT-DIFF                PICTURE V9(05) VALUE .00001.
001980 01  SZ-TOLERANCE                   PICTURE V9(05) VALUE 0.
001990 01  SZ-RUN-DATE                    PICTURE X(08) VALUE SPACES.
002000 01  SZ-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
002010 01  SZ-TIME-OF-DAY                 PICTURE 9(08) VALUE 0.
002020 01  FILLER REDEFINES SZ-TIME-OF-DAY.
002030     02  SZ-TIME-HHMM                PICTURE X(04).
002040     02  FILLER                      PICTURE X(04).
002050
002051* ---------------------------------------------------------------
002052* MASTER KEYS THAT FAILED MSTRVRFY'S PROOF, TABLED THE WAY
002053* SQUAREROOT TABLES THEM.  A LIST THAT WILL NOT FIT THE SAME 500
002054* ENTRIES MEANS SQUAREROOT TRUSTS NO HIT AT ALL.
002055* ---------------------------------------------------------------
002056 01  SZ-BAD-KEY-CONTROLS.
002057     02  SZ-BAD-KEY-EOF-SWITCH       PICTURE X(01) VALUE 'N'.
002058         88  SZ-END-OF-BAD-KEYS               VALUE 'Y'.
002059     02  SZ-BAD-KEY-SWITCH           PICTURE X(01) VALUE 'N'.
002060         88  SZ-BAD-KEY-FOUND                 VALUE 'Y'.
002061     02  SZ-BYPASS-SWITCH            PICTURE X(01) VALUE 'N'.
002062         88  SZ-MASTER-BYPASSED               VALUE 'Y'.
002063     02  SZ-BAD-KEY-MAX              PICTURE 9(04) COMP VALUE 500.
002064     02  SZ-BAD-KEY-COUNT            PICTURE 9(04) COMP VALUE 0.
002065     02  SZ-BAD-KEY-SUB              PICTURE 9(04) COMP VALUE 0.
002066     02  SZ-BAD-KEY                  PICTURE X(19)
002067                                     OCCURS 500 TIMES.
002068
002069* ---------------------------------------------------------------
002070* THE MOST RECENT USABLE TIMING RECORDS, KEPT ROUND-ROBIN SO THE
002080* TABLE ALWAYS HOLDS THE LAST SZ-HISTORY-RUNS OF THEM.  TIMES ARE
002090* IN HUNDREDTHS OF A SECOND.
002100* ---------------------------------------------------------------
002110 01  SZ-HISTORY-TABLE.
002120     02  SZ-HX-ENTRY OCCURS 50 TIMES.
002130         03  SZ-HX-ELAPSED           PICTURE 9(11) COMP.
002140         03  SZ-HX-COMPUTE           PICTURE 9(11) COMP.
002150         03  SZ-HX-RECORDS           PICTURE 9(09) COMP.
002160         03  SZ-HX-FRESH             PICTURE 9(09) COMP.
002170
002180* ---------------------------------------------------------------
002190* COST MODEL.  EVERY DETAIL COSTS SZ-RECORD-COST (THE ELAPSED TIME
002200* OUTSIDE THE ROOT SUBPROGRAMS, SHARED OVER ALL RECORDS); A FRESH
002210* COMPUTATION ALSO COSTS SZ-FRESH-COST (THE TIME INSIDE THEM,
002220* SHARED OVER THE FRESH ROOTS).  BOTH IN HUNDREDTHS OF A SECOND.
002230* ---------------------------------------------------------------
002240 01  SZ-RATE-WORK.
002250     02  SZ-SUM-ELAPSED              PICTURE 9(15) COMP VALUE 0.
002260     02  SZ-SUM-COMPUTE              PICTURE 9(15) COMP VALUE 0.
002270     02  SZ-SUM-RECORDS              PICTURE 9(15) COMP VALUE 0.
002280     02  SZ-SUM-FRESH                PICTURE 9(15) COMP VALUE 0.
002290     02  SZ-RECORD-COST              PICTURE 9(07)V9(06) VALUE 0.
002300     02  SZ-FRESH-COST               PICTURE 9(07)V9(06) VALUE 0.
002310     02  SZ-HIT-RATE                 PICTURE 9(09) VALUE 0.
002320     02  SZ-FRESH-RATE               PICTURE 9(09) VALUE 0.
002330
002340* ---------------------------------------------------------------
002350* THE FOUR SQRTPAR PIECES, ASSIGNED AS BATSPLIT ASSIGNS THEM -
002360* CEILING(GROUPS / 4) CONSECUTIVE GROUPS A PIECE, ANYTHING AHEAD
002370* OF THE FIRST BATCHHDR TO PIECE 1
002380* ---------------------------------------------------------------
002390 01  SZ-PIECE-TABLE.
002400     02  SZ-PIECE-ENTRY OCCURS 4 TIMES.
002410         03  SZ-PC-GROUPS            PICTURE 9(09) COMP.
002420         03  SZ-PC-DETAILS           PICTURE 9(09) COMP.
002430         03  SZ-PC-FRESH             PICTURE 9(09) COMP.
002440         03  SZ-PC-MINUTES           PICTURE 9(07)V99.
002450
002460 01  SZ-FORECAST.
002470     02  SZ-PROJ-DETAILS             PICTURE 9(09) COMP VALUE 0.
002480     02  SZ-PROJ-FRESH               PICTURE 9(09) COMP VALUE 0.
002490     02  SZ-PROJ-MINUTES             PICTURE 9(07)V99 VALUE 0.
002500     02  SZ-SINGLE-MINUTES           PICTURE 9(07)V99 VALUE 0.
002510     02  SZ-LONGEST-PIECE            PICTURE 9(07)V99 VALUE 0.
002520     02  SZ-SPLIT-MINUTES            PICTURE 9(07)V99 VALUE 0.
002530     02  SZ-SINGLE-LIMIT             PICTURE 9(07)V99 VALUE 0.
002540
002550* ---------------------------------------------------------------
002560* REPORT LAYOUTS
002570* ---------------------------------------------------------------
002580 01  Title-line.
002590     02  Filler PICTURE x(9) value spaces.
002600     02  Filler PICTURE x(21) value 'Batch Window Sizing  '.
002610
002620 01  Asof-line.
002630     02  Filler PICTURE x(9) value spaces.
002640     02  Filler PICTURE x(10) value 'Run date: '.
002650     02  ao-run-date PICTURE x(08).
002660     02  Filler PICTURE x(13) value '   Sized on  '.
002670     02  ao-sized-date PICTURE x(08).
002680     02  Filler PICTURE x(4) value ' at '.
002690     02  ao-sized-time PICTURE x(04).
002700
002710 01  Under-line.
002720     02  Filler PICTURE x(90) value ALL '-'.
002730
002740 01  Section-line.
002750     02  Filler PICTURE x value space.
002760     02  sc-heading PICTURE x(40).
002770
002780 01  Count-line.
002790     02  Filler PICTURE x value space.
002800     02  ct-label PICTURE x(21).
002810     02  ct-count PICTURE zz,zzz,zz9.
002820
002830 01  Minutes-line.
002840     02  Filler PICTURE x value space.
002850     02  mn-label PICTURE x(21).
002860     02  mn-minutes PICTURE zzz,zz9.99.
002870
002880 01  Assumed-line.
002890     02  Filler PICTURE x value space.
002900     02  Filler PICTURE x(40)
002910         value '*** NO USABLE TIMING HISTORY - RATE IS '.
002920     02  Filler PICTURE x(32)
002930         value 'THE SIZECARD/SHOP ASSUMPTION ***'.
002931
002932 01  Bypass-line.
002933     02  Filler PICTURE x value space.
002934     02  Filler PICTURE x(40)
002935         value '*** BAD-KEY LIST OVER TABLE SIZE - EVERY'.
002936     02  Filler PICTURE x(33)
002937         value ' DETAIL SIZED AS A FRESH ROOT ***'.
002940
002950 01  Piece-heads.
002960     02  Filler PICTURE x value space.
002970     02  Filler PICTURE x(5) value 'Piece'.
002980     02  Filler PICTURE x(2) value spaces.
002990     02  Filler PICTURE x(10) value '    Groups'.
003000     02  Filler PICTURE x(2) value spaces.
003010     02  Filler PICTURE x(10) value '   Details'.
003020     02  Filler PICTURE x(2) value spaces.
003030     02  Filler PICTURE x(10) value '     Fresh'.
003040     02  Filler PICTURE x(2) value spaces.
003050     02  Filler PICTURE x(10) value '   Minutes'.
003060
003070 01  Piece-line.
003080     02  Filler PICTURE x value space.
003090     02  Filler PICTURE x(4) value spaces.
003100     02  pc-piece PICTURE 9.
003110     02  Filler PICTURE x(2) value spaces.
003120     02  pc-groups PICTURE zz,zzz,zz9.
003130     02  Filler PICTURE x(2) value spaces.
003140     02  pc-details PICTURE zz,zzz,zz9.
003150     02  Filler PICTURE x(2) value spaces.
003160     02  pc-fresh PICTURE zz,zzz,zz9.
003170     02  Filler PICTURE x(2) value spaces.
003180     02  pc-minutes PICTURE zzz,zz9.99.
003190
003200 01  Verdict-line.
003210     02  Filler PICTURE x value space.
003220     02  Filler PICTURE x(21) value 'Route . . . . . . . .'.
003230     02  Filler PICTURE x value space.
003240     02  vd-verdict PICTURE x(45).
003250
003260 01  Bad-card-line.
003270     02  Filler PICTURE x value space.
003280     02  Filler PICTURE x(40)
003290         value '*** SIZECARD NOT VALID - NOTHING SIZED, '.
003300     02  Filler PICTURE x(21)
003310         value 'RETURN CODE 16 ***   '.
003320
003330 PROCEDURE DIVISION.
003340
003350* =================================================================
003360* 0000-MAINLINE
003370* =================================================================
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     IF SZ-CARD-GOOD
003410         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003420             UNTIL SZ-END-OF-FILE
003430         PERFORM 3000-FINALIZE THRU 3000-EXIT
003440     ELSE
003450         PERFORM 3500-HALT-BAD-CARD THRU 3500-EXIT
003460     END-IF.
003470     STOP RUN.
003480
003490* =================================================================
003500* 1000-INITIALIZE - READ THE SIZECARD, WORK OUT THE RATES FROM THE
003510* TIMING HISTORY, COUNT TONIGHT'S BATCH GROUPS (PASS ONE) AND OPEN
003520* THE STAGED GENERATION AND ROOT MASTER FOR PASS TWO, WITH THE
003521* BAD-KEY LIST BESIDE THEM
003530* =================================================================
003540 1000-INITIALIZE.
003550     OPEN OUTPUT STANDARD-OUTPUT.
003560     ACCEPT SZ-CURRENT-DATE FROM DATE YYYYMMDD.
003570     ACCEPT SZ-TIME-OF-DAY FROM TIME.
003580     PERFORM 1100-READ-SIZE-CARD THRU 1100-EXIT.
003590     IF NOT SZ-CARD-GOOD
003600         GO TO 1000-EXIT
003610     END-IF.
003620     OPEN INPUT TIMING-HISTORY-FILE.
003630     PERFORM 1200-LOAD-ONE-TIMING THRU 1200-EXIT
003640         UNTIL SZ-END-OF-HISTORY.
003650     CLOSE TIMING-HISTORY-FILE.
003660     PERFORM 1300-SET-RATES THRU 1300-EXIT.
003670     OPEN INPUT INPUT-FILE.
003680     PERFORM 1400-COUNT-ONE-GROUP THRU 1400-EXIT
003690         UNTIL SZ-END-OF-FILE.
003700     CLOSE INPUT-FILE.
003710     DIVIDE SZ-GROUP-COUNT BY 4 GIVING SZ-GROUPS-PER-PIECE
003720         REMAINDER SZ-WORK.
003730     IF SZ-WORK > 0
003740         ADD 1 TO SZ-GROUPS-PER-PIECE
003750     END-IF.
003760     IF SZ-GROUPS-PER-PIECE = 0
003770         MOVE 1 TO SZ-GROUPS-PER-PIECE
003780     END-IF.
003790     MOVE 1 TO SZ-SUB.
003800     PERFORM 1450-CLEAR-ONE-PIECE THRU 1450-EXIT
003810         UNTIL SZ-SUB > 4.
003820     MOVE 'N' TO SZ-EOF-SWITCH.
003830     MOVE 1 TO SZ-PIECE.
003840     OPEN INPUT INPUT-FILE.
003850     OPEN INPUT ROOT-MASTER-FILE.
003851     PERFORM 1500-LOAD-BAD-KEYS THRU 1500-EXIT.
003860 1000-EXIT.
003870     EXIT.
003880
003890* =================================================================
003900* 1100-READ-SIZE-CARD - A SIZECARD OVERRIDES ANY OF THE DEFAULTS.
003910* A BLANK FIELD KEEPS THE DEFAULT; A FIELD THAT IS NOT NUMERIC OR
003920* IS OUT OF RANGE STOPS THE SIZING RATHER THAN GUESS.
003930*   COLS  9-12  BATCH WINDOW, MINUTES (NOT ZERO)
003940*   COLS 13-15  PERCENT OF THE WINDOW A SINGLE STREAM MAY USE
003950*               (1-100)
003960*   COLS 16-17  RECENT RUNS TO AVERAGE (1-50)
003970*   COLS 18-20  SPLIT/MERGE ALLOWANCE, MINUTES
003980*   COLS 21-27  RECORDS PER MINUTE TO ASSUME WITH NO HISTORY
003990*               (NOT ZERO)
004000* =================================================================
004010 1100-READ-SIZE-CARD.
004020     OPEN INPUT CONTROL-CARD-FILE.
004030     READ CONTROL-CARD-FILE
004040         AT END
004050             MOVE SPACES TO SIZE-CARD
004060     END-READ.
004070     CLOSE CONTROL-CARD-FILE.
004080     IF NOT ZC-SIZE-CARD
004090         GO TO 1100-EXIT
004100     END-IF.
004110     IF ZC-WINDOW-IMAGE NOT = SPACES
004120         IF ZC-WINDOW-MINUTES NOT NUMERIC OR ZC-WINDOW-MINUTES = 0
004130             MOVE 'N' TO SZ-CARD-SWITCH
004140             GO TO 1100-EXIT
004150         END-IF
004160         MOVE ZC-WINDOW-MINUTES TO SZ-WINDOW-MINUTES
004170     END-IF.
004180     IF ZC-SHARE-IMAGE NOT = SPACES
004190         IF ZC-SHARE-PCT NOT NUMERIC OR ZC-SHARE-PCT = 0
004200             OR ZC-SHARE-PCT > 100
004210             MOVE 'N' TO SZ-CARD-SWITCH
004220             GO TO 1100-EXIT
004230         END-IF
004240         MOVE ZC-SHARE-PCT TO SZ-SHARE-PCT
004250     END-IF.
004260     IF ZC-RUNS-IMAGE NOT = SPACES
004270         IF ZC-HISTORY-RUNS NOT NUMERIC OR ZC-HISTORY-RUNS = 0
004280             OR ZC-HISTORY-RUNS > SZ-HISTORY-MAX
004290             MOVE 'N' TO SZ-CARD-SWITCH
004300             GO TO 1100-EXIT
004310         END-IF
004320         MOVE ZC-HISTORY-RUNS TO SZ-HISTORY-RUNS
004330     END-IF.
004340     IF ZC-OVERHEAD-IMAGE NOT = SPACES
004350         IF ZC-OVERHEAD-MINUTES NOT NUMERIC
004360             MOVE 'N' TO SZ-CARD-SWITCH
004370             GO TO 1100-EXIT
004380         END-IF
004390         MOVE ZC-OVERHEAD-MINUTES TO SZ-OVERHEAD-MINUTES
004400     END-IF.
004410     IF ZC-RATE-IMAGE NOT = SPACES
004420         IF ZC-ASSUMED-RATE NOT NUMERIC OR ZC-ASSUMED-RATE = 0
004430             MOVE 'N' TO SZ-CARD-SWITCH
004440             GO TO 1100-EXIT
004450         END-IF
004460         MOVE ZC-ASSUMED-RATE TO SZ-ASSUMED-RATE
004470     END-IF.
004480 1100-EXIT.
004490     EXIT.
004500
004510* =================================================================
004520* 1200-LOAD-ONE-TIMING - TABLE ONE TIMING RECORD IN THE NEXT
004530* ROUND-ROBIN SLOT.  A RESTARTED RUN (ITS COUNTS COVER ONLY PART
004540* OF ITS TIME), AN EMPTY RUN OR PIECE, OR ONE TOO SHORT TO
004550* REGISTER ON THE CLOCK SAYS NOTHING ABOUT THROUGHPUT AND IS
004560* PASSED OVER.
004570* =================================================================
004580 1200-LOAD-ONE-TIMING.
004590     READ TIMING-HISTORY-FILE
004600         AT END
004610             SET SZ-END-OF-HISTORY TO TRUE
004620             GO TO 1200-EXIT
004630     END-READ.
004640     ADD 1 TO SZ-HISTORY-READ.
004650     IF TM-RESTARTED
004660         OR TM-RECORD-COUNT NOT NUMERIC OR TM-RECORD-COUNT = 0
004670         OR TM-FRESH-COUNT NOT NUMERIC
004680         OR TM-ELAPSED-SECS NOT NUMERIC OR TM-ELAPSED-SECS = 0
004690         OR TM-COMPUTE-SECS NOT NUMERIC
004700         ADD 1 TO SZ-HISTORY-SKIPPED
004710         GO TO 1200-EXIT
004720     END-IF.
004730     ADD 1 TO SZ-HISTORY-USABLE.
004740     COMPUTE SZ-WORK = SZ-HISTORY-USABLE - 1.
004750     DIVIDE SZ-WORK BY SZ-HISTORY-RUNS GIVING SZ-QUOTIENT
004760         REMAINDER SZ-SLOT.
004770     ADD 1 TO SZ-SLOT.
004780     COMPUTE SZ-HX-ELAPSED (SZ-SLOT) = TM-ELAPSED-SECS * 100.
004790     COMPUTE SZ-HX-COMPUTE (SZ-SLOT) = TM-COMPUTE-SECS * 100.
004800     MOVE TM-RECORD-COUNT TO SZ-HX-RECORDS (SZ-SLOT).
004810     MOVE TM-FRESH-COUNT TO SZ-HX-FRESH (SZ-SLOT).
004820 1200-EXIT.
004830     EXIT.
004840
004850* =================================================================
004860* 1300-SET-RATES - TOTAL THE TABLED RUNS AND SET THE PER-RECORD
004870* AND PER-FRESH-ROOT COSTS.  WITH NO USABLE HISTORY EVERY RECORD
004880* IS COSTED AT THE ASSUMED RATE AND FRESH ROOTS ARE NOT SEPARATED.
004890* =================================================================
004900 1300-SET-RATES.
004910     IF SZ-HISTORY-USABLE > SZ-HISTORY-RUNS
004920         MOVE SZ-HISTORY-RUNS TO SZ-HISTORY-USED
004930     ELSE
004940         MOVE SZ-HISTORY-USABLE TO SZ-HISTORY-USED
004950     END-IF.
004960     MOVE 1 TO SZ-SUB.
004970     PERFORM 1350-ADD-ONE-RUN THRU 1350-EXIT
004980         UNTIL SZ-SUB > SZ-HISTORY-USED.
004990     IF SZ-SUM-RECORDS = 0
005000         SET SZ-RATE-ASSUMED TO TRUE
005010         COMPUTE SZ-RECORD-COST ROUNDED = 6000 / SZ-ASSUMED-RATE
005020         MOVE 0 TO SZ-FRESH-COST
005030         GO TO 1300-EXIT
005040     END-IF.
005050     IF SZ-SUM-COMPUTE > SZ-SUM-ELAPSED
005060         MOVE SZ-SUM-ELAPSED TO SZ-SUM-COMPUTE
005070     END-IF.
005080     COMPUTE SZ-RECORD-COST ROUNDED =
005090         (SZ-SUM-ELAPSED - SZ-SUM-COMPUTE) / SZ-SUM-RECORDS.
005100     IF SZ-SUM-FRESH > 0
005110         COMPUTE SZ-FRESH-COST ROUNDED =
005120             SZ-SUM-COMPUTE / SZ-SUM-FRESH
005130     ELSE
005140         MOVE 0 TO SZ-FRESH-COST
005150     END-IF.
005160 1300-EXIT.
005170     EXIT.
005180
005190* =================================================================
005200* 1350-ADD-ONE-RUN - ADD ONE TABLED RUN INTO THE TOTALS
005210* =================================================================
005220 1350-ADD-ONE-RUN.
005230     ADD SZ-HX-ELAPSED (SZ-SUB) TO SZ-SUM-ELAPSED.
005240     ADD SZ-HX-COMPUTE (SZ-SUB) TO SZ-SUM-COMPUTE.
005250     ADD SZ-HX-RECORDS (SZ-SUB) TO SZ-SUM-RECORDS.
005260     ADD SZ-HX-FRESH (SZ-SUB) TO SZ-SUM-FRESH.
005270     ADD 1 TO SZ-SUB.
005280 1350-EXIT.
005290     EXIT.
005300
005310* =================================================================
005320* 1400-COUNT-ONE-GROUP - PASS ONE: COUNT THE BATCHHDR RECORDS SO
005330* THE PIECES CAN BE CUT AS BATSPLIT WILL CUT THEM
005340* =================================================================
005350 1400-COUNT-ONE-GROUP.
005360     READ INPUT-FILE INTO RAW-RECORD-AREA
005370         AT END
005380             SET SZ-END-OF-FILE TO TRUE
005390             GO TO 1400-EXIT
005400     END-READ.
005410     IF CC-BATCH-HEADER
005420         ADD 1 TO SZ-GROUP-COUNT
005430     END-IF.
005440 1400-EXIT.
005450     EXIT.
005460
005470* =================================================================
005480* 1450-CLEAR-ONE-PIECE - ZERO ONE PIECE'S ACCUMULATORS
005490* =================================================================
005500 1450-CLEAR-ONE-PIECE.
005510     MOVE 0 TO SZ-PC-GROUPS (SZ-SUB).
005520     MOVE 0 TO SZ-PC-DETAILS (SZ-SUB).
005530     MOVE 0 TO SZ-PC-FRESH (SZ-SUB).
005540     MOVE 0 TO SZ-PC-MINUTES (SZ-SUB).
005550     ADD 1 TO SZ-SUB.
005560 1450-EXIT.
005570     EXIT.
005580
005581* =================================================================
005582* 1500-LOAD-BAD-KEYS - TABLE THE ROOT MASTER KEYS MSTRVRFY LISTED
005583* AS FAILING ITS PROOF.  NO LIST MEANS NO FORCED MISSES.
005584* =================================================================
005585 1500-LOAD-BAD-KEYS.
005586     OPEN INPUT BAD-KEY-FILE.
005587     PERFORM 1510-LOAD-ONE-BAD-KEY THRU 1510-EXIT
005588         UNTIL SZ-END-OF-BAD-KEYS.
005589     CLOSE BAD-KEY-FILE.
005590 1500-EXIT.
005591     EXIT.
005592
005593* =================================================================
005594* 1510-LOAD-ONE-BAD-KEY - ONE KEY INTO THE TABLE.  A LIST THAT
005595* WILL NOT FIT MEANS SQUAREROOT WILL BYPASS THE MASTER ALTOGETHER.
005596* =================================================================
005597 1510-LOAD-ONE-BAD-KEY.
005598     READ BAD-KEY-FILE
005599         AT END
005600             SET SZ-END-OF-BAD-KEYS TO TRUE
005601             GO TO 1510-EXIT
005602     END-READ.
005603     IF SZ-BAD-KEY-COUNT NOT < SZ-BAD-KEY-MAX
005604         SET SZ-MASTER-BYPASSED TO TRUE
005605         SET SZ-END-OF-BAD-KEYS TO TRUE
005606         GO TO 1510-EXIT
005607     END-IF.
005608     ADD 1 TO SZ-BAD-KEY-COUNT.
005609     MOVE BK-KEY TO SZ-BAD-KEY (SZ-BAD-KEY-COUNT).
005610 1510-EXIT.
005611     EXIT.
005612
005613* =================================================================
005614* 2000-PROCESS-RECORD - PASS TWO: READ ONE STAGED RECORD.  A
005615* BATCHHDR MOVES TO ITS GROUP'S PIECE, A CTLCARD MAY CHANGE THE
005620* DEFAULT TOLERANCE, A BATCHTRL IS PASSED OVER AND A DETAIL IS
005630* SIZED.
005640* =================================================================
005650 2000-PROCESS-RECORD.
005660     READ INPUT-FILE INTO RAW-RECORD-AREA
005670         AT END
005680             SET SZ-END-OF-FILE TO TRUE
005690             GO TO 2000-EXIT
005700     END-READ.
005710     ADD 1 TO SZ-RECORD-COUNT.
005720     EVALUATE TRUE
005730         WHEN CC-BATCH-HEADER
005740             PERFORM 2100-START-GROUP THRU 2100-EXIT
005750         WHEN CC-CONTROL-CARD
005760             PERFORM 2150-APPLY-CONTROL-CARD THRU 2150-EXIT
005770         WHEN CC-BATCH-TRAILER
005780             CONTINUE
005790         WHEN OTHER
005800             PERFORM 2200-SIZE-DETAIL THRU 2200-EXIT
005810     END-EVALUATE.
005820 2000-EXIT.
005830     EXIT.
005840
005850* =================================================================
005860* 2100-START-GROUP - PICK THE GROUP'S PIECE THE WAY BATSPLIT DOES.
005870* THE FIRST HEADER'S RUN DATE IS THE RUN DATE SIZED.
005880* =================================================================
005890 2100-START-GROUP.
005900     ADD 1 TO SZ-GROUP-NUMBER.
005910     COMPUTE SZ-WORK =
005920         (SZ-GROUP-NUMBER - 1) / SZ-GROUPS-PER-PIECE.
005930     IF SZ-WORK > 3
005940         MOVE 4 TO SZ-PIECE
005950     ELSE
005960         COMPUTE SZ-PIECE = SZ-WORK + 1
005970     END-IF.
005980     ADD 1 TO SZ-PC-GROUPS (SZ-PIECE).
005990     IF SZ-RUN-DATE = SPACES
006000         MOVE BH-RUN-DATE TO SZ-RUN-DATE
006010     END-IF.
006020 2100-EXIT.
006030     EXIT.
006040
006050* =================================================================
006060* 2150-APPLY-CONTROL-CARD - A CTLCARD'S DEFAULT TOLERANCE HOLDS
006070* FOR EVERY DETAIL AFTER IT, AS IN SQUAREROOT.  A RUN-LEVEL CARD
006080* AHEAD OF ANY HEADER MAY ALSO NAME THE RUN DATE.
006090* =================================================================
006100 2150-APPLY-CONTROL-CARD.
006110     IF CC-DEFAULT-DIFF NUMERIC AND CC-DEFAULT-DIFF > 0
006120         MOVE CC-DEFAULT-DIFF TO SZ-DEFAULT-DIFF
006130     END-IF.
006140     IF SZ-RUN-DATE = SPACES AND CC-RUN-DATE NOT = SPACES
006150         MOVE CC-RUN-DATE TO SZ-RUN-DATE
006160     END-IF.
006170 2150-EXIT.
006180     EXIT.
006190
006200* =================================================================
006210* 2200-SIZE-DETAIL - COUNT ONE DETAIL TO ITS PIECE AND LOOK IT UP
006220* ON THE ROOT MASTER AT THE TOLERANCE SQUAREROOT WILL USE.  A
006230* NEGATIVE VALUE WILL BE REJECTED WITHOUT A LOOKUP.  A VALUE SENT
006240* TWICE TONIGHT IS COUNTED FRESH BOTH TIMES (SQUAREROOT WILL FIND
006250* THE SECOND ON THE MASTER), WHICH ERRS ON THE LONG SIDE.  A HIT
006251* ON A KEY FROM THE BAD-KEY LIST (OR ANY HIT WHEN THE LIST WAS TOO
006252* LONG TO TABLE) IS COUNTED FRESH, AS SQUAREROOT WILL FORCE IT.
006260* =================================================================
006270 2200-SIZE-DETAIL.
006280     ADD 1 TO SZ-DETAIL-COUNT.
006290     ADD 1 TO SZ-PC-DETAILS (SZ-PIECE).
006300     IF IN-SQ IS NEGATIVE
006310         ADD 1 TO SZ-REJECT-COUNT
006320         GO TO 2200-EXIT
006330     END-IF.
006340     IF IN-DIFF NOT NUMERIC OR IN-DIFF = 0
006350         MOVE SZ-DEFAULT-DIFF TO SZ-TOLERANCE
006360     ELSE
006370         MOVE IN-DIFF TO SZ-TOLERANCE
006380     END-IF.
006390     MOVE IN-SQ TO RM-SQ.
006400     MOVE IN-ROOT-TYPE TO RM-ROOT-TYPE.
006410     READ ROOT-MASTER-FILE
006420         INVALID KEY
006430             CONTINUE
006440     END-READ.
006441     MOVE 'N' TO SZ-BAD-KEY-SWITCH.
006442     IF SZ-MASTER-STATUS = '00'
006443         AND RM-DIFF NOT > SZ-TOLERANCE
006444         PERFORM 2250-CHECK-BAD-KEY THRU 2250-EXIT
006445     END-IF.
006450     IF SZ-MASTER-STATUS = '00'
006460         AND RM-DIFF NOT > SZ-TOLERANCE
006461         AND NOT SZ-BAD-KEY-FOUND
006470         ADD 1 TO SZ-HIT-COUNT
006480     ELSE
006490         ADD 1 TO SZ-FRESH-COUNT
006500         ADD 1 TO SZ-PC-FRESH (SZ-PIECE)
006510     END-IF.
006520 2200-EXIT.
006530     EXIT.
006540
006541* =================================================================
006542* 2250-CHECK-BAD-KEY - A HIT ON A LISTED KEY (OR ANY HIT WHEN THE
006543* MASTER WILL BE BYPASSED) WILL BE FORCED TO A MISS
006544* =================================================================
006545 2250-CHECK-BAD-KEY.
006546     IF SZ-MASTER-BYPASSED
006547         SET SZ-BAD-KEY-FOUND TO TRUE
006548     ELSE
006549         MOVE 1 TO SZ-BAD-KEY-SUB
006550         PERFORM 2260-CHECK-ONE-BAD-KEY THRU 2260-EXIT
006551             UNTIL SZ-BAD-KEY-FOUND
006552                OR SZ-BAD-KEY-SUB > SZ-BAD-KEY-COUNT
006553     END-IF.
006554     IF SZ-BAD-KEY-FOUND
006555         ADD 1 TO SZ-FORCED-COUNT
006556     END-IF.
006557 2250-EXIT.
006558     EXIT.
006559
006560* =================================================================
006561* 2260-CHECK-ONE-BAD-KEY
006562* =================================================================
006563 2260-CHECK-ONE-BAD-KEY.
006564     IF SZ-BAD-KEY (SZ-BAD-KEY-SUB) = RM-KEY
006565         SET SZ-BAD-KEY-FOUND TO TRUE
006566     ELSE
006567         ADD 1 TO SZ-BAD-KEY-SUB
006568     END-IF.
006569 2260-EXIT.
006570     EXIT.
006571
006572* =================================================================
006573* 3000-FINALIZE - PROJECT BOTH PATHS, CHOOSE THE ROUTE, PRINT THE
006574* FORECAST AND SET THE RETURN CODE
006580* =================================================================
006590 3000-FINALIZE.
006600     MOVE SZ-DETAIL-COUNT TO SZ-PROJ-DETAILS.
006610     MOVE SZ-FRESH-COUNT TO SZ-PROJ-FRESH.
006620     PERFORM 3150-PROJECT-MINUTES THRU 3150-EXIT.
006630     MOVE SZ-PROJ-MINUTES TO SZ-SINGLE-MINUTES.
006640     MOVE 0 TO SZ-LONGEST-PIECE.
006650     MOVE 1 TO SZ-SUB.
006660     PERFORM 3100-PROJECT-ONE-PIECE THRU 3100-EXIT
006670         UNTIL SZ-SUB > 4.
006680     COMPUTE SZ-SPLIT-MINUTES =
006690         SZ-LONGEST-PIECE + SZ-OVERHEAD-MINUTES.
006700     COMPUTE SZ-SINGLE-LIMIT ROUNDED =
006710         SZ-WINDOW-MINUTES * SZ-SHARE-PCT / 100.
006720     PERFORM 3200-CHOOSE-ROUTE THRU 3200-EXIT.
006730     PERFORM 3300-PRINT-FORECAST THRU 3300-EXIT.
006740     CLOSE INPUT-FILE, ROOT-MASTER-FILE, STANDARD-OUTPUT.
006750 3000-EXIT.
006760     EXIT.
006770
006780* =================================================================
006790* 3100-PROJECT-ONE-PIECE - ONE SQRTPAR PIECE'S ELAPSED TIME.  THE
006800* PIECES RUN SIDE BY SIDE, SO THE LONGEST ONE SETS THE PACE.
006810* =================================================================
006820 3100-PROJECT-ONE-PIECE.
006830     MOVE SZ-PC-DETAILS (SZ-SUB) TO SZ-PROJ-DETAILS.
006840     MOVE SZ-PC-FRESH (SZ-SUB) TO SZ-PROJ-FRESH.
006850     PERFORM 3150-PROJECT-MINUTES THRU 3150-EXIT.
006860     MOVE SZ-PROJ-MINUTES TO SZ-PC-MINUTES (SZ-SUB).
006870     IF SZ-PROJ-MINUTES > SZ-LONGEST-PIECE
006880         MOVE SZ-PROJ-MINUTES TO SZ-LONGEST-PIECE
006890     END-IF.
006900     ADD 1 TO SZ-SUB.
006910 3100-EXIT.
006920     EXIT.
006930
006940* =================================================================
006950* 3150-PROJECT-MINUTES - MINUTES FOR SZ-PROJ-DETAILS RECORDS OF
006960* WHICH SZ-PROJ-FRESH ARE FRESH COMPUTATIONS
006970* =================================================================
006980 3150-PROJECT-MINUTES.
006990     COMPUTE SZ-PROJ-MINUTES ROUNDED =
007000         (SZ-PROJ-DETAILS * SZ-RECORD-COST
007010          + SZ-PROJ-FRESH * SZ-FRESH-COST) / 6000.
007020 3150-EXIT.
007030     EXIT.
007040
007050* =================================================================
007060* 3200-CHOOSE-ROUTE - SINGLE STREAM WHILE IT STAYS WITHIN ITS
007070* SHARE OF THE WINDOW.  PAST THAT, SPLIT WHEN SPLITTING IS SHORTER
007080* AND FITS; STAY SINGLE WHEN SPLITTING GAINS NOTHING BUT THE
007090* SINGLE STREAM STILL FITS; OTHERWISE NEITHER PATH FITS AND OPS
007100* DECIDE.
007110* =================================================================
007120 3200-CHOOSE-ROUTE.
007130     IF SZ-SINGLE-MINUTES NOT > SZ-SINGLE-LIMIT
007140         MOVE 'SINGLE STREAM - RELEASE SQRTJOB' TO vd-verdict
007150         MOVE 0 TO RETURN-CODE
007160         GO TO 3200-EXIT
007170     END-IF.
007180     IF SZ-SPLIT-MINUTES < SZ-SINGLE-MINUTES
007190         AND SZ-SPLIT-MINUTES NOT > SZ-WINDOW-MINUTES
007200         MOVE 'SPLIT - RELEASE SQRTPAR' TO vd-verdict
007210         MOVE 4 TO RETURN-CODE
007220         GO TO 3200-EXIT
007230     END-IF.
007240     IF SZ-SPLIT-MINUTES NOT < SZ-SINGLE-MINUTES
007250         AND SZ-SINGLE-MINUTES NOT > SZ-WINDOW-MINUTES
007260         MOVE 'SINGLE STREAM (SPLIT GAINS NOTHING) - SQRTJOB'
007270             TO vd-verdict
007280         MOVE 0 TO RETURN-CODE
007290         GO TO 3200-EXIT
007300     END-IF.
007310     IF SZ-SPLIT-MINUTES < SZ-SINGLE-MINUTES
007320         MOVE 'OVER THE WINDOW - HOLD, SQRTPAR IS SHORTER'
007330             TO vd-verdict
007340     ELSE
007350         MOVE 'OVER THE WINDOW - HOLD, SQRTJOB IS SHORTER'
007360             TO vd-verdict
007370     END-IF.
007380     MOVE 8 TO RETURN-CODE.
007390 3200-EXIT.
007400     EXIT.
007410
007420* =================================================================
007430* 3300-PRINT-FORECAST - THE WHOLE SIZING ON ONE PAGE: THE RATES
007440* AND THE HISTORY BEHIND THEM, TONIGHT'S VOLUME, BOTH PROJECTIONS
007450* AND THE ROUTE
007460* =================================================================
007470 3300-PRINT-FORECAST.
007480     IF SZ-RUN-DATE = SPACES
007490         MOVE SZ-CURRENT-DATE TO SZ-RUN-DATE
007500     END-IF.
007510     MOVE SZ-RUN-DATE TO ao-run-date.
007520     MOVE SZ-CURRENT-DATE TO ao-sized-date.
007530     MOVE SZ-TIME-HHMM TO ao-sized-time.
007540     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
007550     WRITE OUT-LINE FROM Asof-line AFTER ADVANCING 1 LINE.
007560     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
007570
007580     MOVE 'THROUGHPUT FROM RECENT RUNS' TO sc-heading.
007590     WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES.
007600     MOVE 'Timing records read .' TO ct-label.
007610     MOVE SZ-HISTORY-READ TO ct-count.
007620     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007630     MOVE '  passed over . . . .' TO ct-label.
007640     MOVE SZ-HISTORY-SKIPPED TO ct-count.
007650     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007660     MOVE '  most recent used. .' TO ct-label.
007670     MOVE SZ-HISTORY-USED TO ct-count.
007680     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007690     IF SZ-RECORD-COST > 0
007700         COMPUTE SZ-HIT-RATE ROUNDED = 6000 / SZ-RECORD-COST
007710         COMPUTE SZ-FRESH-RATE ROUNDED =
007720             6000 / (SZ-RECORD-COST + SZ-FRESH-COST)
007730     END-IF.
007740     MOVE 'Hits per minute . . .' TO ct-label.
007750     MOVE SZ-HIT-RATE TO ct-count.
007760     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007770     MOVE 'Fresh per minute. . .' TO ct-label.
007780     MOVE SZ-FRESH-RATE TO ct-count.
007790     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007800     IF SZ-RATE-ASSUMED
007810         WRITE OUT-LINE FROM Assumed-line AFTER ADVANCING 1 LINE
007820     END-IF.
007830
007840     MOVE 'TONIGHT''S STAGED GENERATION' TO sc-heading.
007850     WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES.
007860     MOVE 'Records read. . . . .' TO ct-label.
007870     MOVE SZ-RECORD-COUNT TO ct-count.
007880     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007890     MOVE 'Batch groups. . . . .' TO ct-label.
007900     MOVE SZ-GROUP-COUNT TO ct-count.
007910     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007920     MOVE 'Detail records. . . .' TO ct-label.
007930     MOVE SZ-DETAIL-COUNT TO ct-count.
007940     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007950     MOVE '  master hits . . . .' TO ct-label.
007960     MOVE SZ-HIT-COUNT TO ct-count.
007970     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007980     MOVE '  fresh computations.' TO ct-label.
007990     MOVE SZ-FRESH-COUNT TO ct-count.
008000     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
008001     MOVE '    forced by bad key' TO ct-label.
008002     MOVE SZ-FORCED-COUNT TO ct-count.
008003     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
008010     MOVE '  negative (rejects).' TO ct-label.
008020     MOVE SZ-REJECT-COUNT TO ct-count.
008030     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
008031     MOVE 'Bad keys tabled . . .' TO ct-label.
008032     MOVE SZ-BAD-KEY-COUNT TO ct-count.
008033     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
008034     IF SZ-MASTER-BYPASSED
008035         WRITE OUT-LINE FROM Bypass-line AFTER ADVANCING 1 LINE
008036     END-IF.
008040
008050     MOVE 'WINDOW FORECAST (MINUTES)' TO sc-heading.
008060     WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES.
008070     MOVE 'Single stream . . . .' TO mn-label.
008080     MOVE SZ-SINGLE-MINUTES TO mn-minutes.
008090     WRITE OUT-LINE FROM Minutes-line AFTER ADVANCING 1 LINE.
008100     WRITE OUT-LINE FROM Piece-heads AFTER ADVANCING 2 LINES.
008110     MOVE 1 TO SZ-SUB.
008120     PERFORM 3350-PRINT-ONE-PIECE THRU 3350-EXIT
008130         UNTIL SZ-SUB > 4.
008140     MOVE 'Split, longest piece.' TO mn-label.
008150     MOVE SZ-LONGEST-PIECE TO mn-minutes.
008160     WRITE OUT-LINE FROM Minutes-line AFTER ADVANCING 2 LINES.
008170     MOVE '  split/merge allow .' TO mn-label.
008180     MOVE SZ-OVERHEAD-MINUTES TO mn-minutes.
008190     WRITE OUT-LINE FROM Minutes-line AFTER ADVANCING 1 LINE.
008200     MOVE 'Split total . . . . .' TO mn-label.
008210     MOVE SZ-SPLIT-MINUTES TO mn-minutes.
008220     WRITE OUT-LINE FROM Minutes-line AFTER ADVANCING 1 LINE.
008230     MOVE 'Batch window. . . . .' TO mn-label.
008240     MOVE SZ-WINDOW-MINUTES TO mn-minutes.
008250     WRITE OUT-LINE FROM Minutes-line AFTER ADVANCING 2 LINES.
008260     MOVE '  single-stream share' TO mn-label.
008270     MOVE SZ-SINGLE-LIMIT TO mn-minutes.
008280     WRITE OUT-LINE FROM Minutes-line AFTER ADVANCING 1 LINE.
008290     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
008300     WRITE OUT-LINE FROM Verdict-line AFTER ADVANCING 1 LINE.
008310 3300-EXIT.
008320     EXIT.
008330
008340* =================================================================
008350* 3350-PRINT-ONE-PIECE - ONE FORECAST LINE PER SQRTPAR PIECE
008360* =================================================================
008370 3350-PRINT-ONE-PIECE.
008380     MOVE SZ-SUB TO pc-piece.
008390     MOVE SZ-PC-GROUPS (SZ-SUB) TO pc-groups.
008400     MOVE SZ-PC-DETAILS (SZ-SUB) TO pc-details.
008410     MOVE SZ-PC-FRESH (SZ-SUB) TO pc-fresh.
008420     MOVE SZ-PC-MINUTES (SZ-SUB) TO pc-minutes.
008430     WRITE OUT-LINE FROM Piece-line AFTER ADVANCING 1 LINE.
008440     ADD 1 TO SZ-SUB.
008450 3350-EXIT.
008460     EXIT.
008470
008480* =================================================================
008490* 3500-HALT-BAD-CARD - A SIZECARD THAT CANNOT BE TRUSTED SIZES
008500* NOTHING; RETURN CODE 16 HOLDS BOTH PATHS FOR OPS
008510* =================================================================
008520 3500-HALT-BAD-CARD.
008530     MOVE SZ-CURRENT-DATE TO ao-run-date.
008540     MOVE SZ-CURRENT-DATE TO ao-sized-date.
008550     MOVE SZ-TIME-HHMM TO ao-sized-time.
008560     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
008570     WRITE OUT-LINE FROM Asof-line AFTER ADVANCING 1 LINE.
008580     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
008590     WRITE OUT-LINE FROM Bad-card-line AFTER ADVANCING 2 LINES.
008600     CLOSE STANDARD-OUTPUT.
008610     MOVE 16 TO RETURN-CODE.
008620 3500-EXIT.
008630     EXIT.
