001615*                   THE REGISTER, SO IT CAN NO LONGER PLANT A
001616*                   BLANK-KEY ROW THAT HALTS THE NEXT EMPTY
001617*                   PIECE OR A GENUINE HEADERLESS FEED.
001618* 10/14/2026  KS    DISTCTL IS RETIRED.  EACH SECTION'S SOURCE
001619*                   SYSTEM IS NOW LOOKED UP ON THE KEYED SOURCE-
001620*                   SYSTEM REGISTRY (SRCREG, MAINTAINED BY
001621*                   SRCMAINT), WHICH SUPPLIES BOTH THE BURST PRINT
001622*                   FILE AND THAT SYSTEM'S OWN REJECT AND ABORT
001623*                   GATE PERCENTAGES.  THE QUALITY GATE IS NOW
001624*                   APPLIED PER SECTION AT THE BATCH BREAK - RATES,
001625*                   LIMITS AND VERDICT PRINT WITH THE SECTION, SO
001626*                   THEY BURST TO THE FEED OWNER - AND ANY SECTION
001627*                   OVER ITS LIMITS FAILS THE RUN WITH RETURN CODE
001628*                   12 AS BEFORE.  THE CTLCARD PERCENTAGES NOW ONLY
001629*                   GATE A SECTION WHOSE SYSTEM HAS NO REGISTRY
001630*                   ENTRY, OR A HEADERLESS FEED.  THE GATE VERDICT
001631*                   AND SECTION COUNTS ARE CHECKPOINTED (CHKPNT
001632*                   LRECL 159 TO 170) SO A RESTART KEEPS THEM.
001633* 10/14/2026  KS    EVERY ROOT ISSUED IS NOW RECORDED ON THE KEYED
001634*                   ROOT LINEAGE FILE (LINEAGE) - VALUE, ROOT
001635*                   TYPE, RUN DATE AND THE RUN'S REGISTER BATCH ID
001636*                   AS THE KEY, WITH THE ROOT, THE TOLERANCE IT WAS
001637*                   COMPUTED AT, THE SECTION'S BATCH ID AND SOURCE
001638*                   SYSTEM, AND WHETHER IT WAS COMPUTED FRESH OR
001639*                   TAKEN FROM THE ROOT MASTER.  ROOTINQ'S HISTORY
001640*                   MODE READS IT.  A SECOND ISSUE OF THE SAME
001642*                   VALUE IN ONE RUN REPLACES THE FIRST.
001643* 10/15/2026  KS    THE ROOT MASTER RECORD CARRIES A LOCK FLAG
001644*                   (SET AND CLEARED ONLY BY MSTRMNT).  2220-SAVE-
001645*                   MASTER NEVER REWRITES A LOCKED ENTRY - A MISS
001646*                   AGAINST ONE STILL ISSUES THE FRESH ROOT, BUT
001647*                   THE PINNED ENTRY STAYS AS IT IS - AND THE RUN
001648*                   SUMMARY COUNTS THE REWRITES HELD BACK.
001649* 10/15/2026  KS    EVERY EXECUTION NOW APPENDS ONE TIMING RECORD
001650*                   TO TIMEHIST - START AND END DATE/TIME, ELAPSED
001651*                   SECONDS, THE SECONDS SPENT INSIDE CALCROOT/
001652*                   CUBEROOT, THE DETAILS HANDLED, MASTER HITS AND
001653*                   FRESH COMPUTATIONS AND RECORDS PER MINUTE - SO
001654*                   RUNSIZE CAN FORECAST THE NEXT NIGHT'S WINDOW.
001655*                   THE RUN SUMMARY PRINTS THE SAME FIGURES.
001656* 10/15/2026  KS    THE ACKNOWLEDGMENT RECORD NOW ALSO CARRIES THE
001657*                   SECTION'S MASTER HITS AND FRESH COMPUTATIONS
001658*                   (LRECL 65 -> 83) SO CHARGEBK CAN BILL EACH
001659*                   SOURCE SYSTEM AT THE TWO RATES.  THE
001660*                   CHECKPOINT CARRIES BOTH SECTION COUNTS (LRECL
001661*                   170 -> 188) SO A RESTART KEEPS THEM.
001662* 10/15/2026  KS    AN ACCEPTED RERUN OVERRIDE IS NOW APPENDED TO
001663*                   THE AUTHORIZATION AUDIT REGISTER (AUDITREG) -
001664*                   THE AUTHORIZER, THE REGISTER KEY OVERRIDDEN
001666*                   AND WHEN THE GENERATION WAS FIRST PROCESSED -
001667*                   SO THE SANCTION OUTLIVES THE SYSOUT.  A
001668*                   RESTARTED EXECUTION DOES NOT RECORD IT TWICE.
001669* 10/15/2026  KS    KEYS ON THE ROOT MASTER BAD-KEY LIST (BADKEYS,
001670*                   WRITTEN BY MSTRVRFY) ARE NOW FORCED MISSES -
001671*                   THE CACHED ROOT IS NOT SERVED, THE VALUE IS
001672*                   COMPUTED AFRESH AND THE ENTRY REWRITTEN.  A
001673*                   LIST TOO LONG FOR THE TABLE BYPASSES THE
001674*                   MASTER FOR THE WHOLE RUN.  THE RUN SUMMARY
001675*                   COUNTS THE FORCED MISSES.
001676* 10/15/2026  KS    RENUMBERED THE FEW LINES NEXT TO THIS MONTH'S
001677*                   INSERTIONS WHERE THE SEQUENCE AREA HAD NO ROOM
001678*                   LEFT FOR THEM - AMONG THEM THE CLOSE OF THIS
001679*                   HISTORY BLOCK AND THE IDENTIFICATION DIVISION
001680*                   HEADER.  EVERY OTHER LINE KEEPS ITS NUMBER.
001681* --------------------------------------------------------------
001682 IDENTIFICATION DIVISION.
001683 PROGRAM-ID. SQUAREROOT.
001684 AUTHOR. KENT SPENCE.
001685 INSTALLATION. DATA PROCESSING DEPARTMENT.
001686 DATE-WRITTEN. 03/26/2016.
001687 DATE-COMPILED.
001688 ENVIRONMENT DIVISION.
001690 INPUT-OUTPUT SECTION.
001700     FILE-CONTROL.
001710         SELECT INPUT-FILE ASSIGN TO "SQRTIN"
001830             ORGANIZATION IS LINE SEQUENTIAL.
001840         SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
001850             ORGANIZATION IS LINE SEQUENTIAL.
001851         SELECT OPTIONAL TIMING-HISTORY-FILE ASSIGN TO "TIMEHIST"
001852             ORGANIZATION IS LINE SEQUENTIAL.
001853         SELECT OPTIONAL AUDIT-REGISTER-FILE ASSIGN TO "AUDITREG"
001854             ORGANIZATION IS LINE SEQUENTIAL.
001855         SELECT OPTIONAL BAD-KEY-FILE ASSIGN TO "BADKEYS"
001856             ORGANIZATION IS LINE SEQUENTIAL.
001860         SELECT OPTIONAL ROOT-MASTER-FILE ASSIGN TO "ROOTMSTR"
001870             ORGANIZATION IS INDEXED
001880             ACCESS IS RANDOM
001970             ORGANIZATION IS LINE SEQUENTIAL.
001980         SELECT ACK-FILE ASSIGN TO "ACKFILE"
001990             ORGANIZATION IS LINE SEQUENTIAL.
002000         SELECT OPTIONAL SOURCE-REGISTRY-FILE ASSIGN TO "SRCREG"
002010             ORGANIZATION IS INDEXED
002012             ACCESS IS RANDOM
002015             RECORD KEY IS SS-SOURCE-SYSTEM
002017             FILE STATUS IS SR-REGISTRY-STATUS.
002020         SELECT OPTIONAL BURST-FILE-1 ASSIGN TO "RPTSYS1"
002030             ORGANIZATION IS LINE SEQUENTIAL.
002040         SELECT OPTIONAL BURST-FILE-2 ASSIGN TO "RPTSYS2"
002070             ORGANIZATION IS LINE SEQUENTIAL.
002080         SELECT OPTIONAL BURST-FILE-4 ASSIGN TO "RPTSYS4"
002090             ORGANIZATION IS LINE SEQUENTIAL.
002091         SELECT OPTIONAL LINEAGE-FILE ASSIGN TO "LINEAGE"
002092             ORGANIZATION IS INDEXED
002093             ACCESS IS RANDOM
002094             RECORD KEY IS LN-KEY
002095             FILE STATUS IS SR-LINEAGE-STATUS.
002100
002110 DATA DIVISION.
002120 FILE SECTION.
002470     02  CKPT-B-HASH-TOTAL        PICTURE S9(12)V9(6).
002480     02  CKPT-TRAILER-FAIL        PICTURE X(01).
002490     02  CKPT-B-TRAILER-RESULT    PICTURE X(01).
002491     02  CKPT-GATE-FAIL           PICTURE X(01).
002492     02  CKPT-SECTIONS-GATED      PICTURE 9(05).
002493     02  CKPT-SECTIONS-FAILED     PICTURE 9(05).
002494     02  CKPT-B-HIT-COUNT         PICTURE 9(09).
002495     02  CKPT-B-FRESH-COUNT       PICTURE 9(09).
002500 FD  OUTPUT-FILE.
002510 01  OUTPUT-RECORD.
002520     02  OR-SQ                    PICTURE S9(11)V9(6).
002640     02  RH-VALID-COUNT           PICTURE 9(09).
002650     02  RH-REJECT-COUNT          PICTURE 9(09).
002660     02  RH-ABORT-COUNT           PICTURE 9(09).
002661     02  RH-MIN-ROOT              PICTURE S9(11)V9(6).
002662     02  RH-MAX-ROOT              PICTURE S9(11)V9(6).
002663     02  RH-AVG-ROOT              PICTURE S9(11)V9(6).
002664     02  RH-RETURN-CODE           PICTURE 9(02).
002665 FD  TIMING-HISTORY-FILE.
002666 01  TIMING-HISTORY-RECORD.
002667     02  TM-RUN-DATE              PICTURE X(08).
002669     02  TM-BATCH-ID              PICTURE X(10).
002670     02  TM-START-DATE            PICTURE 9(08).
002671     02  TM-START-TIME            PICTURE 9(08).
002672     02  TM-END-DATE              PICTURE 9(08).
002673     02  TM-END-TIME              PICTURE 9(08).
002674     02  TM-ELAPSED-SECS          PICTURE 9(07)V99.
002675     02  TM-COMPUTE-SECS          PICTURE 9(07)V99.
002677     02  TM-RECORD-COUNT          PICTURE 9(09).
002678     02  TM-HIT-COUNT             PICTURE 9(09).
002679     02  TM-FRESH-COUNT           PICTURE 9(09).
002680     02  TM-RECORDS-PER-MIN       PICTURE 9(11)V99.
002681     02  TM-RESTART-FLAG          PICTURE X(01).
002682         88  TM-RESTARTED                   VALUE 'R'.
002683     02  TM-RETURN-CODE           PICTURE 9(02).
002685     02  FILLER                   PICTURE X(09).
002686 FD  AUDIT-REGISTER-FILE.
002687 01  AUDIT-RECORD.
002688     02  AU-ACTION-DATE           PICTURE X(08).
002689     02  AU-ACTION-TIME           PICTURE X(08).
002690     02  AU-PROGRAM               PICTURE X(10).
002691     02  AU-ACTION                PICTURE X(08).
002692     02  AU-AUTHORIZER            PICTURE X(08).
002694     02  AU-TARGET-TYPE           PICTURE X(01).
002695         88  AU-TARGET-BATCH                VALUE 'B'.
002696     02  AU-TARGET                PICTURE X(30).
002697     02  AU-TARGET-BATCH-KEY REDEFINES AU-TARGET.
002698         03  AU-BATCH-ID          PICTURE X(10).
002699         03  AU-RUN-DATE          PICTURE X(08).
002700         03  FILLER               PICTURE X(12).
002702     02  AU-EFFECT-COUNT          PICTURE 9(09).
002703     02  AU-EFFECT                PICTURE X(30).
002704     02  AU-EFFECT-RERUN REDEFINES AU-EFFECT.
002705         03  FILLER               PICTURE X(20).
002706         03  AU-FIRST-RUN-DATE    PICTURE X(08).
002707         03  FILLER               PICTURE X(02).
002708     02  FILLER                   PICTURE X(08).
002710 FD  ROOT-MASTER-FILE.
002720 01  ROOT-MASTER-RECORD.
002730     02  RM-KEY.
002760     02  RM-ROOT                  PICTURE S9(11)V9(6).
002770     02  RM-DIFF                  PICTURE V9(5).
002780     02  RM-LAST-RUN-DATE         PICTURE X(08).
002781     02  RM-LOCK-SWITCH           PICTURE X(01).
002782         88  RM-LOCKED                      VALUE 'L'.
002783 FD  BAD-KEY-FILE.
002784 01  BAD-KEY-RECORD.
002785     02  BK-KEY                   PICTURE X(19).
002786     02  BK-REASON                PICTURE X(04).
002787     02  BK-CHECKED-DATE          PICTURE X(08).
002788     02  BK-LOCK-SWITCH           PICTURE X(01).
002789     02  FILLER                   PICTURE X(48).
002790 FD  RUN-REGISTER-FILE.
002800 01  RUN-REGISTER-RECORD.
002810     02  RR-KEY.
003020         88  AK-TRAILER-VERIFIED            VALUE 'V'.
003030         88  AK-TRAILER-MISMATCH            VALUE 'F'.
003040         88  AK-TRAILER-ABSENT              VALUE 'N'.
003050     02  AK-HIT-COUNT             PICTURE 9(09).
003060     02  AK-FRESH-COUNT           PICTURE 9(09).
003070 FD  SOURCE-REGISTRY-FILE.
003080 01  SOURCE-REGISTRY-RECORD.
003081     02  SS-SOURCE-SYSTEM         PICTURE X(10).
003083     02  SS-STATUS                PICTURE X(01).
003084         88  SS-STATUS-ACTIVE               VALUE 'A'.
003086         88  SS-STATUS-SUSPENDED            VALUE 'S'.
003087     02  SS-OWNER-CONTACT         PICTURE X(30).
003089     02  SS-BURST-OUTPUT          PICTURE 9(01).
003090     02  SS-MAX-REJECT-PCT        PICTURE 9(02)V9(02).
003092     02  SS-MAX-ABORT-PCT         PICTURE 9(02)V9(02).
003093     02  SS-ADDED-DATE            PICTURE X(08).
003095     02  SS-CHANGED-DATE          PICTURE X(08).
003096     02  SS-CHANGED-AUTH          PICTURE X(08).
003098     02  FILLER                   PICTURE X(06).
003100 FD  BURST-FILE-1.
003110 01  BURST-RECORD-1              PICTURE X(80).
003120 FD  BURST-FILE-2.
003140 FD  BURST-FILE-3.
003150 01  BURST-RECORD-3              PICTURE X(80).
003160 FD  BURST-FILE-4.
003161 01  BURST-RECORD-4              PICTURE X(80).
003162 FD  LINEAGE-FILE.
003163 01  LINEAGE-RECORD.
003164* ONE ENTRY PER VALUE, ROOT TYPE AND RUN.  THE RUN IS ITS REGISTER
003165* KEY (RUN DATE PLUS FIRST BATCH ID), SO TWO GENERATIONS ON ONE
003166* RUN DATE NEVER COLLIDE.
003167     02  LN-KEY.
003168         03  LN-SQ                PICTURE S9(11)V9(6).
003169         03  LN-ROOT-TYPE         PICTURE 9(02).
003170         03  LN-RUN-DATE          PICTURE X(08).
003171         03  LN-RUN-BATCH-ID      PICTURE X(10).
003172     02  LN-ROOT                  PICTURE S9(11)V9(6).
003173     02  LN-DIFF                  PICTURE V9(5).
003174     02  LN-BATCH-ID              PICTURE X(10).
003175     02  LN-SOURCE-SYSTEM         PICTURE X(10).
003176     02  LN-ORIGIN                PICTURE X(01).
003177         88  LN-ORIGIN-FRESH                VALUE 'F'.
003178         88  LN-ORIGIN-MASTER               VALUE 'M'.
003180
003190 WORKING-STORAGE SECTION.
003200
003950
003960 01  SR-MASTER-CONTROLS.
003970     02  SR-MASTER-STATUS            PICTURE X(02) VALUE '00'.
003971     02  SR-MASTER-SWITCH            PICTURE X(01) VALUE 'N'.
003972         88  SR-MASTER-FOUND                  VALUE 'Y'.
003973     02  SR-MASTER-HIT-COUNT         PICTURE 9(09) COMP VALUE 0.
003974     02  SR-MASTER-MISS-COUNT        PICTURE 9(09) COMP VALUE 0.
003975     02  SR-MASTER-LOCKED-COUNT      PICTURE 9(09) COMP VALUE 0.
003976     02  SR-FORCED-MISS-COUNT        PICTURE 9(09) COMP VALUE 0.
003977
003978* MASTER KEYS THAT FAILED MSTRVRFY'S PROOF.  A HIT ON ONE OF THEM
003979* IS TREATED AS A MISS SO THE ROOT IS COMPUTED AGAIN AND THE ENTRY
003980* REWRITTEN.  IF THE LIST WILL NOT FIT, NO MASTER HIT IS TRUSTED
003981* FOR THE RUN.
003982 01  SR-BAD-KEY-CONTROLS.
003983     02  SR-BAD-KEY-EOF-SWITCH       PICTURE X(01) VALUE 'N'.
003984         88  SR-END-OF-BAD-KEYS               VALUE 'Y'.
003985     02  SR-BAD-KEY-SWITCH           PICTURE X(01) VALUE 'N'.
003986         88  SR-BAD-KEY-FOUND                 VALUE 'Y'.
003987     02  SR-BYPASS-SWITCH            PICTURE X(01) VALUE 'N'.
003988         88  SR-MASTER-BYPASSED               VALUE 'Y'.
003989     02  SR-BAD-KEY-MAX              PICTURE 9(04) COMP VALUE 500.
003990     02  SR-BAD-KEY-COUNT            PICTURE 9(04) COMP VALUE 0.
003991     02  SR-BAD-KEY-SUB              PICTURE 9(04) COMP VALUE 0.
003992     02  SR-BAD-KEY                  PICTURE X(19)
003993                                     OCCURS 500 TIMES.
003994
003995* RUN TIMING FOR TIMEHIST.  CLOCK READINGS ARE HHMMSSHH; 9200
003996* TURNS ONE INTO HUNDREDTHS SINCE MIDNIGHT.  SR-COMPUTE-HUNDREDTHS
003997* GATHERS THE TIME SPENT INSIDE THE ROOT SUBPROGRAMS ALONE, SO THE
003998* COST OF A FRESH COMPUTATION CAN BE TOLD FROM A MASTER HIT.
003999 01  SR-TIMING-CONTROLS.
004000     02  SR-START-DATE               PICTURE 9(08) VALUE 0.
004001     02  SR-START-TIME               PICTURE 9(08) VALUE 0.
004002     02  SR-END-DATE                 PICTURE 9(08) VALUE 0.
004003     02  SR-END-TIME                 PICTURE 9(08) VALUE 0.
004004     02  SR-CLOCK-TIME               PICTURE 9(08) VALUE 0.
004005     02  FILLER REDEFINES SR-CLOCK-TIME.
004006         03  SR-CLOCK-HOURS          PICTURE 9(02).
004007         03  SR-CLOCK-MINUTES        PICTURE 9(02).
004008         03  SR-CLOCK-SECONDS        PICTURE 9(02).
004009         03  SR-CLOCK-FRACTION       PICTURE 9(02).
004010     02  SR-CLOCK-HUNDREDTHS         PICTURE 9(09) COMP VALUE 0.
004011     02  SR-START-HUNDREDTHS         PICTURE 9(09) COMP VALUE 0.
004012     02  SR-CALL-HUNDREDTHS          PICTURE 9(09) COMP VALUE 0.
004013     02  SR-DAYS-ELAPSED             PICTURE 9(05) COMP VALUE 0.
004014     02  SR-ELAPSED-HUNDREDTHS       PICTURE 9(11) COMP VALUE 0.
004015     02  SR-COMPUTE-HUNDREDTHS       PICTURE 9(11) COMP VALUE 0.
004016     02  SR-TIMED-RECORDS            PICTURE 9(09) COMP VALUE 0.
004017     02  SR-RECORDS-PER-MIN          PICTURE 9(11)V99 VALUE 0.
004018
004019 01  SR-LINEAGE-STATUS              PICTURE X(02) VALUE '00'.
004020
004030* DOUBLE-PROCESSING PROTECTION - THE RUN REGISTER HOLDS ONE ROW
004040* PER COMPLETED RUN, KEYED ON BATCH ID AND RUN DATE.  THE KEY IS
004150     02  SR-OVERRIDE-SWITCH          PICTURE X(01) VALUE 'N'.
004160         88  SR-OVERRIDE-PRESENT              VALUE 'Y'.
004170     02  SR-OVERRIDE-AUTH            PICTURE X(08) VALUE SPACES.
004171     02  SR-OVERRIDE-FIRST-DATE      PICTURE X(08) VALUE SPACES.
004180     02  SR-PROCESS-DATE             PICTURE X(08) VALUE SPACES.
004190     02  SR-REGISTER-BATCH-ID        PICTURE X(10) VALUE SPACES.
004200
004220     02  SR-DEFAULT-DIFF             PICTURE V9(05) VALUE .00001.
004230     02  SR-RUN-DATE                 PICTURE X(08) VALUE SPACES.
004240
004250* QUALITY-GATE CONTROLS - A ZERO LIMIT MEANS NO GATE ON THAT RATE.
004251* SR-MAX-* ARE THE CTLCARD LIMITS, USED FOR THE WHOLE RUN OF A
004252* HEADERLESS FEED AND FOR A SECTION WHOSE SOURCE SYSTEM HAS NO
004253* REGISTRY ENTRY.  SR-B-MAX-* ARE THE LIMITS THE SECTION IN HAND IS
004254* ACTUALLY GATED AGAINST.
004260 01  SR-QUALITY-VALUES.
004270     02  SR-MAX-REJECT-PCT           PICTURE 9(02)V9(02) VALUE 0.
004280     02  SR-MAX-ABORT-PCT            PICTURE 9(02)V9(02) VALUE 0.
004300     02  SR-ABORT-RATE               PICTURE 9(03)V9(02) VALUE 0.
004310     02  SR-GATE-SWITCH              PICTURE X(01) VALUE 'N'.
004320         88  SR-GATE-FAILED                   VALUE 'Y'.
004321     02  SR-B-MAX-REJECT-PCT         PICTURE 9(02)V9(02) VALUE 0.
004322     02  SR-B-MAX-ABORT-PCT          PICTURE 9(02)V9(02) VALUE 0.
004323     02  SR-B-REJECT-RATE            PICTURE 9(03)V9(02) VALUE 0.
004324     02  SR-B-ABORT-RATE             PICTURE 9(03)V9(02) VALUE 0.
004325     02  SR-SECTIONS-GATED           PICTURE 9(05) COMP VALUE 0.
004326     02  SR-SECTIONS-FAILED          PICTURE 9(05) COMP VALUE 0.
004330
004340 01  SR-TRAILER-VALUES.
004350     02  SR-TRAILER-FAIL-SWITCH      PICTURE X(01) VALUE 'N'.
004410     02  SR-B-ABORT-COUNT            PICTURE 9(09) COMP VALUE 0.
004420     02  SR-B-ROOT-SUM               PICTURE S9(11)V9(6) VALUE 0.
004430     02  SR-B-HASH-TOTAL             PICTURE S9(12)V9(6) VALUE 0.
004431* MASTER HITS AND FRESH COMPUTATIONS FOR THE SECTION'S BILLING.  A
004432* FRESH COMPUTATION THAT HITS THE ITERATION CAP STILL COUNTS HERE.
004433     02  SR-B-HIT-COUNT              PICTURE 9(09) COMP VALUE 0.
004434     02  SR-B-FRESH-COUNT            PICTURE 9(09) COMP VALUE 0.
004440* THE SECTION'S BATCHTRL VERDICT, CARRIED ON THE ACKNOWLEDGMENT:
004450* V = VERIFIED, F = MISMATCH, N = NO TRAILER SEEN FOR THE SECTION
004460     02  SR-B-TRAILER-RESULT         PICTURE X(01) VALUE 'N'.
006610
006620 01  Summary-line-8.
006630     02  Filler PICTURE x value space.
006631     02  Filler PICTURE x(21) value 'Master misses . . . .'.
006632     02  su-master-misses PICTURE zz,zzz,zz9.
006633
006634 01  Summary-line-9.
006635     02  Filler PICTURE x value space.
006636     02  Filler PICTURE x(21) value 'Locked, not rewritten'.
006637     02  su-master-locked PICTURE zz,zzz,zz9.
006638
006640 01  Summary-line-10.
006641     02  Filler PICTURE x value space.
006642     02  Filler PICTURE x(21) value 'Elapsed seconds . . .'.
006643     02  su-elapsed-secs PICTURE zzz,zz9.99.
006644
006645 01  Summary-line-11.
006646     02  Filler PICTURE x value space.
006647     02  Filler PICTURE x(21) value '  computing roots . .'.
006648     02  su-compute-secs PICTURE zzz,zz9.99.
006650
006651 01  Summary-line-12.
006652     02  Filler PICTURE x value space.
006653     02  Filler PICTURE x(21) value 'Records per minute. .'.
006654     02  su-records-per-min PICTURE zz,zzz,zz9.
006655
006656 01  Summary-line-13.
006657     02  Filler PICTURE x value space.
006658     02  Filler PICTURE x(21) value 'Forced misses . . . .'.
006660     02  su-forced-misses PICTURE zz,zzz,zz9.
006661
006662 01  Bypass-line.
006663     02  Filler PICTURE x value space.
006664     02  Filler PICTURE x(40)
006665         value 'BAD-KEY LIST OVER TABLE SIZE - NO MASTER'.
006666     02  Filler PICTURE x(26)
006667         value ' HIT WAS TRUSTED THIS RUN'.
006668
006670* QUALITY-GATE VERDICT LINES
006680 01  Gate-rate-line-1.
006690     02  Filler PICTURE x value space.
006930     02  Filler PICTURE x value space.
006940     02  Filler PICTURE x(51) value
006950         '** QUALITY GATE FAILED - RATE OVER CONTROL LIMIT **'.
006951
006953 01  Gate-section-line-1.
006955     02  Filler PICTURE x value space.
006956     02  Filler PICTURE x(21) value 'Sections gated . . .'.
006958     02  qg-sections-gated PICTURE zz,zzz,zz9.
006960
006961 01  Gate-section-line-2.
006963     02  Filler PICTURE x value space.
006965     02  Filler PICTURE x(21) value 'Sections over limit .'.
006966     02  qg-sections-failed PICTURE zz,zzz,zz9.
006968
006970* RUN-REGISTER HALT AND OVERRIDE LINES (DOUBLE-PROCESSING GUARD)
006980 01  Register-halt-line.
006990     02  Filler PICTURE x value space.
007140     02  ov-auth-print PICTURE x(08).
007150
007160* ---------------------------------------------------------------
007170* SOURCE-SYSTEM REGISTRY AND REPORT BURSTING.  THE REGISTRY MAPS
007180* EACH SOURCE SYSTEM TO ONE OF THE FOUR BURST PRINT FILES; THE
007190* CURRENT SECTION'S REPORT LINES ARE COPIED TO THE MAPPED FILE.
007200* ZERO MEANS THE SECTION IS NOT MAPPED (OR NOT REGISTERED) AND
007205* PRINTS ON THE MASTER COPY ONLY.
007210* ---------------------------------------------------------------
007220 01  SR-REGISTRY-CONTROLS.
007230     02  SR-REGISTRY-STATUS          PICTURE X(02) VALUE '00'.
007240     02  SR-REGISTRY-SWITCH          PICTURE X(01) VALUE 'N'.
007250         88  SR-SOURCE-REGISTERED             VALUE 'Y'.
007280
007290 01  SR-BURST-CONTROLS.
007300     02  SR-BURST-CURRENT            PICTURE 9(01) VALUE 0.
007340
007350 PROCEDURE DIVISION.
007360
007520* 1000-INITIALIZE - OPEN FILES, PRINT REPORT BANNER, PRIME THE READ
007530* =================================================================
007540 1000-INITIALIZE.
007541     ACCEPT SR-START-DATE FROM DATE YYYYMMDD.
007542     ACCEPT SR-START-TIME FROM TIME.
007543     MOVE SR-START-TIME TO SR-CLOCK-TIME.
007544     PERFORM 9200-CLOCK-TO-HUNDREDTHS THRU 9200-EXIT.
007545     MOVE SR-CLOCK-HUNDREDTHS TO SR-START-HUNDREDTHS.
007550     OPEN INPUT INPUT-FILE
007560          OUTPUT STANDARD-OUTPUT.
007570     OPEN I-O ROOT-MASTER-FILE.
007580     PERFORM 1400-LOAD-BAD-KEYS THRU 1400-EXIT.
007585     OPEN INPUT SOURCE-REGISTRY-FILE.
007590     OPEN OUTPUT BURST-FILE-1 BURST-FILE-2 BURST-FILE-3
007600         BURST-FILE-4.
007610     PERFORM 1050-READ-LEADING-RECORDS THRU 1050-EXIT.
007670         GO TO 1000-EXIT
007680     END-IF.
007690     PERFORM 1100-DETERMINE-RESTART THRU 1100-EXIT.
007691     IF SR-OVERRIDE-PRESENT AND NOT SR-RESTART-REQUESTED
007692         PERFORM 1360-WRITE-AUDIT-RECORD THRU 1360-EXIT
007693     END-IF.
007700     OPEN I-O REJECT-FILE.
007701     OPEN I-O LINEAGE-FILE.
007710     IF SR-RESTART-REQUESTED
007720         OPEN EXTEND OUTPUT-FILE
007730         OPEN EXTEND ACK-FILE
008000         MOVE CKPT-B-HASH-TOTAL TO SR-B-HASH-TOTAL
008010         MOVE CKPT-TRAILER-FAIL TO SR-TRAILER-FAIL-SWITCH
008020         MOVE CKPT-B-TRAILER-RESULT TO SR-B-TRAILER-RESULT
008021         MOVE CKPT-GATE-FAIL TO SR-GATE-SWITCH
008022         MOVE CKPT-SECTIONS-GATED TO SR-SECTIONS-GATED
008023         MOVE CKPT-SECTIONS-FAILED TO SR-SECTIONS-FAILED
008024         MOVE CKPT-B-HIT-COUNT TO SR-B-HIT-COUNT
008025         MOVE CKPT-B-FRESH-COUNT TO SR-B-FRESH-COUNT
008030     END-IF.
008040 1000-EXIT.
008410     EXIT.
008420
008430* =================================================================
008740     IF BH-RUN-DATE NOT = SPACES
008750         MOVE BH-RUN-DATE TO SR-RUN-DATE
008760     END-IF.
008770     PERFORM 2580-LOOKUP-SOURCE-SYSTEM THRU 2580-EXIT.
008780 1055-EXIT.
008790     EXIT.
008800
009300         MOVE 0 TO CKPT-B-HASH-TOTAL
009310         MOVE 'N' TO CKPT-TRAILER-FAIL
009320         MOVE 'N' TO CKPT-B-TRAILER-RESULT
009321         MOVE 'N' TO CKPT-GATE-FAIL
009322         MOVE 0 TO CKPT-SECTIONS-GATED
009323         MOVE 0 TO CKPT-SECTIONS-FAILED
009324         MOVE 0 TO CKPT-B-HIT-COUNT
009325         MOVE 0 TO CKPT-B-FRESH-COUNT
009330     END-IF.
009340     MOVE CKPT-RECORD-COUNT TO SR-RESTART-COUNT.
009350     IF SR-RESTART-COUNT > 0
010180             MOVE SPACES TO OVERRIDE-CARD
010190     END-READ.
010200     CLOSE OVERRIDE-FILE.
010201     IF OV-OVERRIDE
010202         SET SR-OVERRIDE-PRESENT TO TRUE
010203         MOVE OV-AUTHORIZER TO SR-OVERRIDE-AUTH
010204         MOVE SR-OVERRIDE-AUTH TO ov-auth-print
010205         MOVE RR-PROCESSED-DATE TO SR-OVERRIDE-FIRST-DATE
010206     END-IF.
010207 1350-EXIT.
010208     EXIT.
010210* =================================================================
010211* 1360-WRITE-AUDIT-RECORD - APPEND THE ACCEPTED OVERRIDE TO THE
010212* AUTHORIZATION AUDIT REGISTER: WHO SANCTIONED THE RERUN, OF WHICH
010213* REGISTER KEY, AND WHEN THAT GENERATION WAS FIRST PROCESSED
010214* =================================================================
010215 1360-WRITE-AUDIT-RECORD.
010216     OPEN EXTEND AUDIT-REGISTER-FILE.
010217     MOVE SPACES TO AUDIT-RECORD.
010218     MOVE SR-START-DATE TO AU-ACTION-DATE.
010220     MOVE SR-START-TIME TO AU-ACTION-TIME.
010221     MOVE 'SQUAREROOT' TO AU-PROGRAM.
010222     MOVE 'OVERRIDE' TO AU-ACTION.
010223     MOVE SR-OVERRIDE-AUTH TO AU-AUTHORIZER.
010224     SET AU-TARGET-BATCH TO TRUE.
010225     MOVE SR-REGISTER-BATCH-ID TO AU-BATCH-ID.
010226     MOVE SR-RUN-DATE TO AU-RUN-DATE.
010227     MOVE 1 TO AU-EFFECT-COUNT.
010228     MOVE 'RERUN, FIRST RUN ON ' TO AU-EFFECT.
010230     MOVE SR-OVERRIDE-FIRST-DATE TO AU-FIRST-RUN-DATE.
010231     WRITE AUDIT-RECORD.
010232     CLOSE AUDIT-REGISTER-FILE.
010233 1360-EXIT.
010234     EXIT.
010235
010236* =================================================================
010237* 1400-LOAD-BAD-KEYS - TABLE THE ROOT MASTER KEYS MSTRVRFY LISTED
010238* AS FAILING ITS PROOF.  NO LIST MEANS NO FORCED MISSES.
010240* =================================================================
010241 1400-LOAD-BAD-KEYS.
010242     OPEN INPUT BAD-KEY-FILE.
010243     PERFORM 1410-LOAD-ONE-BAD-KEY THRU 1410-EXIT
010244         UNTIL SR-END-OF-BAD-KEYS.
010245     CLOSE BAD-KEY-FILE.
010246 1400-EXIT.
010247     EXIT.
010248
010250* =================================================================
010251* 1410-LOAD-ONE-BAD-KEY - ONE KEY INTO THE TABLE.  A LIST THAT
010252* WILL NOT FIT BYPASSES THE MASTER FOR THE WHOLE RUN INSTEAD.
010253* =================================================================
010254 1410-LOAD-ONE-BAD-KEY.
010255     READ BAD-KEY-FILE
010256         AT END
010257             SET SR-END-OF-BAD-KEYS TO TRUE
010258             GO TO 1410-EXIT
010260     END-READ.
010261     IF SR-BAD-KEY-COUNT NOT < SR-BAD-KEY-MAX
010262         SET SR-MASTER-BYPASSED TO TRUE
010263         SET SR-END-OF-BAD-KEYS TO TRUE
010264         GO TO 1410-EXIT
010265     END-IF.
010266     ADD 1 TO SR-BAD-KEY-COUNT.
010267     MOVE BK-KEY TO SR-BAD-KEY (SR-BAD-KEY-COUNT).
010268 1410-EXIT.
010270     EXIT.
010280
010290* =================================================================
010990         MOVE RM-ROOT TO ROOT
011000     ELSE
011010         COMPUTE GUESS ROUNDED = SQUARE / 2
011011         ACCEPT SR-CLOCK-TIME FROM TIME
011012         PERFORM 9200-CLOCK-TO-HUNDREDTHS THRU 9200-EXIT
011013         MOVE SR-CLOCK-HUNDREDTHS TO SR-CALL-HUNDREDTHS
011020         IF IN-ROOT-TYPE-CUBE
011030             CALL "CUBEROOT" USING DIFF, SQUARE, GUESS, ROOT,
011040                 SR-ITER-MAX, SR-ITER-FLAG
011060             CALL "CALCROOT" USING DIFF, SQUARE, GUESS, ROOT,
011070                 SR-ITER-MAX, SR-ITER-FLAG
011080         END-IF
011081         PERFORM 2240-ADD-COMPUTE-TIME THRU 2240-EXIT
011090         IF NOT SR-ITER-EXCEEDED
011100             PERFORM 2220-SAVE-MASTER THRU 2220-EXIT
011110         END-IF
011300         MOVE ROOT TO OR-ROOT
011310         SET OR-STATUS-VALID TO TRUE
011320         WRITE OUTPUT-RECORD
011321         PERFORM 2230-WRITE-LINEAGE THRU 2230-EXIT
011330         ADD 1 TO SR-VALID-COUNT
011340         ADD ROOT TO SR-ROOT-SUM
011350         ADD ROOT TO SR-B-ROOT-SUM
011510* =================================================================
011520* 2210-LOOKUP-MASTER - LOOK THE VALUE AND ROOT TYPE UP ON THE
011530* ROOT MASTER.  A HIT ONLY COUNTS WHEN THE CACHED ROOT WAS
011540* COMPUTED AT A TOLERANCE AT LEAST AS TIGHT AS THIS RECORD'S,
011541* AND THE KEY IS NOT ON THE BAD-KEY LIST.
011550* =================================================================
011560 2210-LOOKUP-MASTER.
011570     MOVE 'N' TO SR-MASTER-SWITCH.
011571     MOVE 'N' TO SR-BAD-KEY-SWITCH.
011580     MOVE IN-SQ TO RM-SQ.
011590     MOVE IN-ROOT-TYPE TO RM-ROOT-TYPE.
011600     READ ROOT-MASTER-FILE
011630     END-READ.
011640     IF SR-MASTER-STATUS = '00'
011650         AND RM-DIFF NOT > DIFF
011651         PERFORM 2215-CHECK-BAD-KEY THRU 2215-EXIT
011652     END-IF.
011653     IF SR-MASTER-STATUS = '00'
011654         AND RM-DIFF NOT > DIFF
011655         AND NOT SR-BAD-KEY-FOUND
011660         SET SR-MASTER-FOUND TO TRUE
011670         ADD 1 TO SR-MASTER-HIT-COUNT
011671         ADD 1 TO SR-B-HIT-COUNT
011680     ELSE
011681         ADD 1 TO SR-MASTER-MISS-COUNT
011682         ADD 1 TO SR-B-FRESH-COUNT
011683     END-IF.
011684 2210-EXIT.
011685     EXIT.
011686
011687* =================================================================
011688* 2215-CHECK-BAD-KEY - A HIT ON A LISTED KEY (OR ANY HIT WHEN THE
011690* MASTER IS BYPASSED) IS FORCED TO A MISS
011691* =================================================================
011692 2215-CHECK-BAD-KEY.
011693     IF SR-MASTER-BYPASSED
011694         SET SR-BAD-KEY-FOUND TO TRUE
011695     ELSE
011696         MOVE 1 TO SR-BAD-KEY-SUB
011697         PERFORM 2216-CHECK-ONE-BAD-KEY THRU 2216-EXIT
011698             UNTIL SR-BAD-KEY-FOUND
011700                OR SR-BAD-KEY-SUB > SR-BAD-KEY-COUNT
011701     END-IF.
011702     IF SR-BAD-KEY-FOUND
011703         ADD 1 TO SR-FORCED-MISS-COUNT
011704     END-IF.
011705 2215-EXIT.
011706     EXIT.
011707
011708* =================================================================
011710* 2216-CHECK-ONE-BAD-KEY
011711* =================================================================
011712 2216-CHECK-ONE-BAD-KEY.
011713     IF SR-BAD-KEY (SR-BAD-KEY-SUB) = RM-KEY
011714         SET SR-BAD-KEY-FOUND TO TRUE
011715     ELSE
011716         ADD 1 TO SR-BAD-KEY-SUB
011717     END-IF.
011718 2216-EXIT.
011720     EXIT.
011730
011740* =================================================================
011750* 2220-SAVE-MASTER - KEEP THE FRESHLY COMPUTED ROOT FOR NEXT TIME.
011760* A DUPLICATE KEY MEANS THE CACHED ENTRY WAS TOO LOOSE FOR THIS
011770* RECORD'S TOLERANCE - REWRITE IT WITH THE TIGHTER RESULT.
011771* A LOCKED ENTRY (STILL IN THE RECORD AREA FROM 2210'S READ) IS
011772* NEVER REWRITTEN - IT WAS PINNED BY AN AUTHORIZED MSTRMNT CARD.
011780* =================================================================
011790 2220-SAVE-MASTER.
011791     IF SR-MASTER-STATUS = '00' AND RM-LOCKED
011792         ADD 1 TO SR-MASTER-LOCKED-COUNT
011793         GO TO 2220-EXIT
011794     END-IF.
011800     MOVE IN-SQ TO RM-SQ.
011810     MOVE IN-ROOT-TYPE TO RM-ROOT-TYPE.
011820     MOVE ROOT TO RM-ROOT.
011830     MOVE DIFF TO RM-DIFF.
011840     MOVE SR-RUN-DATE TO RM-LAST-RUN-DATE.
011841     MOVE SPACE TO RM-LOCK-SWITCH.
011842     WRITE ROOT-MASTER-RECORD
011843         INVALID KEY
011844             REWRITE ROOT-MASTER-RECORD
011845     END-WRITE.
011846 2220-EXIT.
011847     EXIT.
011849
011850* =================================================================
011851* 2230-WRITE-LINEAGE - RECORD THE ROOT JUST ISSUED ON THE LINEAGE
011852* FILE.  A MASTER HIT CARRIES THE TOLERANCE THE CACHED ROOT WAS
011853* COMPUTED AT; A FRESH ROOT CARRIES THIS RECORD'S.  A DUPLICATE
011854* KEY (THE SAME VALUE AGAIN IN THIS RUN, OR A RESTARTED STRETCH)
011855* REPLACES THE EARLIER ENTRY WITH THE LATEST ISSUE.
011856* =================================================================
011858 2230-WRITE-LINEAGE.
011859     MOVE IN-SQ TO LN-SQ.
011860     MOVE IN-ROOT-TYPE TO LN-ROOT-TYPE.
011861     MOVE SR-RUN-DATE TO LN-RUN-DATE.
011862     MOVE SR-REGISTER-BATCH-ID TO LN-RUN-BATCH-ID.
011863     MOVE ROOT TO LN-ROOT.
011864     MOVE SR-BATCH-ID TO LN-BATCH-ID.
011866     MOVE SR-SOURCE-SYSTEM TO LN-SOURCE-SYSTEM.
011867     IF SR-MASTER-FOUND
011868         MOVE RM-DIFF TO LN-DIFF
011869         SET LN-ORIGIN-MASTER TO TRUE
011870     ELSE
011871         MOVE DIFF TO LN-DIFF
011872         SET LN-ORIGIN-FRESH TO TRUE
011873     END-IF.
011875     WRITE LINEAGE-RECORD
011876         INVALID KEY
011877             REWRITE LINEAGE-RECORD
011878     END-WRITE.
011879 2230-EXIT.
011880     EXIT.
011881
011883* =================================================================
011884* 2240-ADD-COMPUTE-TIME - ADD THE TIME SINCE THE CLOCK WAS READ
011885* AHEAD OF THE ROOT SUBPROGRAM CALL TO THE RUN'S COMPUTE TIME.  A
011886* CALL THAT SPANS MIDNIGHT READS LOWER ON THE CLOCK AFTER THAN
011887* BEFORE, SO A DAY IS ADDED BACK.
011888* =================================================================
011889 2240-ADD-COMPUTE-TIME.
011890     ACCEPT SR-CLOCK-TIME FROM TIME.
011892     PERFORM 9200-CLOCK-TO-HUNDREDTHS THRU 9200-EXIT.
011893     IF SR-CLOCK-HUNDREDTHS < SR-CALL-HUNDREDTHS
011894         ADD 8640000 TO SR-CLOCK-HUNDREDTHS
011895     END-IF.
011896     COMPUTE SR-COMPUTE-HUNDREDTHS = SR-COMPUTE-HUNDREDTHS
011897         + SR-CLOCK-HUNDREDTHS - SR-CALL-HUNDREDTHS.
011898 2240-EXIT.
011900     EXIT.
011910
011920* =================================================================
012430
012440* =================================================================
012450* 2500-BATCH-BREAK - PRINT THE SUBTOTALS OF THE BATCH SECTION
012460* JUST ENDED AND GATE THE SECTION AGAINST ITS SOURCE SYSTEM'S
012461* QUALITY LIMITS
012470* =================================================================
012480 2500-BATCH-BREAK.
012490     MOVE SR-BATCH-ID TO st-batch-id.
012590     MOVE Subtotal-line-2 TO SR-PRINT-LINE
012600     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012610     MOVE Subtotal-line-3 TO SR-PRINT-LINE
012611     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012612     MOVE Subtotal-line-4 TO SR-PRINT-LINE
012613     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012614     PERFORM 2510-SECTION-QUALITY-GATE THRU 2510-EXIT.
012615     PERFORM 2520-WRITE-BATCH-ACK THRU 2520-EXIT.
012616 2500-EXIT.
012617     EXIT.
012618
012619* =================================================================
012620* 2510-SECTION-QUALITY-GATE - COMPUTE THE SECTION'S REJECT AND ABORT
012621* RATES AND PRINT THEM WITH THE LIMITS AND VERDICT INSIDE THE
012622* SECTION, SO THE FEED OWNER'S BURST COPY CARRIES THEM.  THE
012623* REGISTRY ENTRY'S LIMITS APPLY; AN UNREGISTERED SYSTEM FALLS BACK
012624* TO THE CTLCARD LIMITS.  A BREACH IS REMEMBERED FOR THE RUN'S
012625* RETURN CODE.  A SECTION WITH NO DETAIL RECORDS IS NOT GATED.
012626* =================================================================
012627 2510-SECTION-QUALITY-GATE.
012628     IF SR-B-RECORD-COUNT = 0
012629         GO TO 2510-EXIT
012630     END-IF.
012631     IF SR-SOURCE-REGISTERED
012632         MOVE SS-MAX-REJECT-PCT TO SR-B-MAX-REJECT-PCT
012633         MOVE SS-MAX-ABORT-PCT TO SR-B-MAX-ABORT-PCT
012634     ELSE
012635         MOVE SR-MAX-REJECT-PCT TO SR-B-MAX-REJECT-PCT
012636         MOVE SR-MAX-ABORT-PCT TO SR-B-MAX-ABORT-PCT
012637     END-IF.
012638     COMPUTE SR-B-REJECT-RATE ROUNDED =
012639         SR-B-REJECT-COUNT * 100 / SR-B-RECORD-COUNT.
012640     COMPUTE SR-B-ABORT-RATE ROUNDED =
012641         SR-B-ABORT-COUNT * 100 / SR-B-RECORD-COUNT.
012642     MOVE SR-B-REJECT-RATE TO qg-reject-rate.
012643     MOVE SR-B-MAX-REJECT-PCT TO qg-reject-limit.
012644     MOVE Gate-rate-line-1 TO SR-PRINT-LINE
012645     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012646     MOVE SR-B-ABORT-RATE TO qg-abort-rate.
012647     MOVE SR-B-MAX-ABORT-PCT TO qg-abort-limit.
012648     MOVE Gate-rate-line-2 TO SR-PRINT-LINE
012649     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012650     IF SR-B-MAX-REJECT-PCT = 0 AND SR-B-MAX-ABORT-PCT = 0
012651         MOVE Gate-none-line TO SR-PRINT-LINE
012652         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
012653         GO TO 2510-EXIT
012654     END-IF.
012655     ADD 1 TO SR-SECTIONS-GATED.
012656     IF (SR-B-MAX-REJECT-PCT > 0
012657             AND SR-B-REJECT-RATE > SR-B-MAX-REJECT-PCT)
012658         OR (SR-B-MAX-ABORT-PCT > 0
012659             AND SR-B-ABORT-RATE > SR-B-MAX-ABORT-PCT)
012660         SET SR-GATE-FAILED TO TRUE
012661         ADD 1 TO SR-SECTIONS-FAILED
012662         MOVE Gate-fail-line TO SR-PRINT-LINE
012663         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
012664     ELSE
012665         MOVE Gate-pass-line TO SR-PRINT-LINE
012666         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
012667     END-IF.
012668 2510-EXIT.
012670     EXIT.
012680
012690* =================================================================
012860     MOVE SR-B-REJECT-COUNT TO AK-REJECT-COUNT.
012870     MOVE SR-B-ABORT-COUNT TO AK-ABORT-COUNT.
012880     MOVE SR-B-TRAILER-RESULT TO AK-TRAILER-RESULT.
012881     MOVE SR-B-HIT-COUNT TO AK-HIT-COUNT.
012882     MOVE SR-B-FRESH-COUNT TO AK-FRESH-COUNT.
012890     WRITE ACK-RECORD.
012900 2520-EXIT.
012910     EXIT.
013070     MOVE 0 TO SR-B-ABORT-COUNT.
013080     MOVE 0 TO SR-B-ROOT-SUM.
013090     MOVE 0 TO SR-B-HASH-TOTAL.
013091     MOVE 0 TO SR-B-HIT-COUNT.
013092     MOVE 0 TO SR-B-FRESH-COUNT.
013100     MOVE 'N' TO SR-B-TRAILER-RESULT.
013110     PERFORM 2580-LOOKUP-SOURCE-SYSTEM THRU 2580-EXIT.
013120 2550-EXIT.
013130     EXIT.
013140
013340     EXIT.
013350
013360* =================================================================
013370* 2580-LOOKUP-SOURCE-SYSTEM - READ THE SECTION'S SOURCE SYSTEM ON
013380* THE REGISTRY.  THE ENTRY STAYS IN THE RECORD AREA FOR THE
013390* SECTION'S GATE AT THE BATCH BREAK, AND ITS BURST NUMBER SELECTS
013392* THE BURST PRINT FILE.  AN UNREGISTERED SYSTEM, OR A BURST NUMBER
013395* OUTSIDE 1-4, LEAVES THE SELECTOR AT ZERO AND THE SECTION PRINTS
013397* ON THE MASTER COPY ONLY.
013400* =================================================================
013410 2580-LOOKUP-SOURCE-SYSTEM.
013420     MOVE 0 TO SR-BURST-CURRENT.
013430     MOVE 'N' TO SR-REGISTRY-SWITCH.
013440     MOVE SR-SOURCE-SYSTEM TO SS-SOURCE-SYSTEM.
013450     READ SOURCE-REGISTRY-FILE
013451         INVALID KEY
013453             CONTINUE
013455     END-READ.
013456     IF SR-REGISTRY-STATUS NOT = '00'
013458         GO TO 2580-EXIT
013460     END-IF.
013461     SET SR-SOURCE-REGISTERED TO TRUE.
013463     IF SS-BURST-OUTPUT NUMERIC
013465         AND SS-BURST-OUTPUT > 0 AND SS-BURST-OUTPUT < 5
013466         MOVE SS-BURST-OUTPUT TO SR-BURST-CURRENT
013468     END-IF.
013470 2580-EXIT.
013600     EXIT.
013610
013620* =================================================================
013920     MOVE SR-B-HASH-TOTAL TO CKPT-B-HASH-TOTAL.
013930     MOVE SR-TRAILER-FAIL-SWITCH TO CKPT-TRAILER-FAIL.
013940     MOVE SR-B-TRAILER-RESULT TO CKPT-B-TRAILER-RESULT.
013941     MOVE SR-GATE-SWITCH TO CKPT-GATE-FAIL.
013942     MOVE SR-SECTIONS-GATED TO CKPT-SECTIONS-GATED.
013943     MOVE SR-SECTIONS-FAILED TO CKPT-SECTIONS-FAILED.
013944     MOVE SR-B-HIT-COUNT TO CKPT-B-HIT-COUNT.
013945     MOVE SR-B-FRESH-COUNT TO CKPT-B-FRESH-COUNT.
013950     WRITE CHECKPOINT-RECORD.
013960     CLOSE CHECKPOINT-FILE.
013970 2700-EXIT.
014630     MOVE SR-MASTER-MISS-COUNT TO su-master-misses.
014640     MOVE Summary-line-7 TO SR-PRINT-LINE
014650     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
014651     MOVE Summary-line-8 TO SR-PRINT-LINE
014652     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
014653     MOVE SR-MASTER-LOCKED-COUNT TO su-master-locked.
014655     MOVE Summary-line-9 TO SR-PRINT-LINE
014656     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
014657     MOVE SR-FORCED-MISS-COUNT TO su-forced-misses.
014659     MOVE Summary-line-13 TO SR-PRINT-LINE
014660     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
014661     IF SR-MASTER-BYPASSED
014663         MOVE Bypass-line TO SR-PRINT-LINE
014664         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
014665     END-IF.
014666     PERFORM 3050-TIME-THE-RUN THRU 3050-EXIT.
014668     COMPUTE su-elapsed-secs = SR-ELAPSED-HUNDREDTHS / 100.
014669     COMPUTE su-compute-secs = SR-COMPUTE-HUNDREDTHS / 100.
014670     MOVE SR-RECORDS-PER-MIN TO su-records-per-min.
014672     MOVE Summary-line-10 TO SR-PRINT-LINE
014673     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
014674     MOVE Summary-line-11 TO SR-PRINT-LINE
014676     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
014677     MOVE Summary-line-12 TO SR-PRINT-LINE
014678     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
014680
014690     PERFORM 3200-QUALITY-GATE THRU 3200-EXIT.
014700
014840     MOVE 0 TO CKPT-B-HASH-TOTAL.
014850     MOVE 'N' TO CKPT-TRAILER-FAIL.
014860     MOVE 'N' TO CKPT-B-TRAILER-RESULT.
014861     MOVE 'N' TO CKPT-GATE-FAIL.
014862     MOVE 0 TO CKPT-SECTIONS-GATED.
014863     MOVE 0 TO CKPT-SECTIONS-FAILED.
014864     MOVE 0 TO CKPT-B-HIT-COUNT.
014865     MOVE 0 TO CKPT-B-FRESH-COUNT.
014870     WRITE CHECKPOINT-RECORD.
014880     CLOSE CHECKPOINT-FILE.
014890
015040     END-IF.
015050
015060     PERFORM 3100-WRITE-RUN-HISTORY THRU 3100-EXIT.
015061     PERFORM 3120-WRITE-TIMING-HISTORY THRU 3120-EXIT.
015070     PERFORM 3150-MARK-RUN-REGISTER THRU 3150-EXIT.
015080
015090     CLOSE INPUT-FILE, STANDARD-OUTPUT, REJECT-FILE, OUTPUT-FILE,
015100         ROOT-MASTER-FILE, RUN-REGISTER-FILE, ACK-FILE,
015101         BURST-FILE-1, BURST-FILE-2, BURST-FILE-3, BURST-FILE-4,
015102         SOURCE-REGISTRY-FILE, LINEAGE-FILE.
015103 3000-EXIT.
015104     EXIT.
015105
015106* =================================================================
015107* 3050-TIME-THE-RUN - READ THE END CLOCK AND WORK OUT THE ELAPSED
015108* TIME AND RECORDS PER MINUTE.  ONLY THE DETAILS THIS EXECUTION
015109* HANDLED ARE TIMED - A RESTART'S SKIPPED RECORDS ARE LEFT OUT.
015110* =================================================================
015111 3050-TIME-THE-RUN.
015112     ACCEPT SR-END-DATE FROM DATE YYYYMMDD.
015113     ACCEPT SR-END-TIME FROM TIME.
015114     COMPUTE SR-DAYS-ELAPSED =
015115         FUNCTION INTEGER-OF-DATE (SR-END-DATE)
015116         - FUNCTION INTEGER-OF-DATE (SR-START-DATE).
015117     MOVE SR-END-TIME TO SR-CLOCK-TIME.
015118     PERFORM 9200-CLOCK-TO-HUNDREDTHS THRU 9200-EXIT.
015119     COMPUTE SR-ELAPSED-HUNDREDTHS = SR-DAYS-ELAPSED * 8640000
015120         + SR-CLOCK-HUNDREDTHS - SR-START-HUNDREDTHS.
015121     COMPUTE SR-TIMED-RECORDS =
015122         SR-RECORD-COUNT - SR-RESTART-COUNT.
015123     IF SR-ELAPSED-HUNDREDTHS > 0
015124         COMPUTE SR-RECORDS-PER-MIN ROUNDED =
015125             SR-TIMED-RECORDS * 6000 / SR-ELAPSED-HUNDREDTHS
015126     ELSE
015127         MOVE 0 TO SR-RECORDS-PER-MIN
015128     END-IF.
015129 3050-EXIT.
015130     EXIT.
015140
015150* =================================================================
015280     MOVE SR-MAX-ROOT TO RH-MAX-ROOT.
015290     MOVE SR-ROOT-AVG TO RH-AVG-ROOT.
015300     MOVE RETURN-CODE TO RH-RETURN-CODE.
015301     WRITE RUN-HISTORY-RECORD.
015302     CLOSE RUN-HISTORY-FILE.
015303 3100-EXIT.
015304     EXIT.
015306
015307* =================================================================
015308* 3120-WRITE-TIMING-HISTORY - APPEND THIS EXECUTION'S TIMING TO
015309* TIMEHIST FOR RUNSIZE.  A RESTARTED EXECUTION IS FLAGGED - ITS
015310* HIT AND FRESH COUNTS COVER ONLY THE RECORDS AFTER THE RESTART.
015312* =================================================================
015313 3120-WRITE-TIMING-HISTORY.
015314     OPEN EXTEND TIMING-HISTORY-FILE.
015315     MOVE SPACES TO TIMING-HISTORY-RECORD.
015316     MOVE SR-RUN-DATE TO TM-RUN-DATE.
015318     MOVE SR-REGISTER-BATCH-ID TO TM-BATCH-ID.
015319     MOVE SR-START-DATE TO TM-START-DATE.
015320     MOVE SR-START-TIME TO TM-START-TIME.
015321     MOVE SR-END-DATE TO TM-END-DATE.
015323     MOVE SR-END-TIME TO TM-END-TIME.
015324     COMPUTE TM-ELAPSED-SECS = SR-ELAPSED-HUNDREDTHS / 100.
015325     COMPUTE TM-COMPUTE-SECS = SR-COMPUTE-HUNDREDTHS / 100.
015326     MOVE SR-TIMED-RECORDS TO TM-RECORD-COUNT.
015327     MOVE SR-MASTER-HIT-COUNT TO TM-HIT-COUNT.
015329     MOVE SR-MASTER-MISS-COUNT TO TM-FRESH-COUNT.
015330     MOVE SR-RECORDS-PER-MIN TO TM-RECORDS-PER-MIN.
015331     IF SR-RESTART-REQUESTED
015332         SET TM-RESTARTED TO TRUE
015333     END-IF.
015335     MOVE RETURN-CODE TO TM-RETURN-CODE.
015336     WRITE TIMING-HISTORY-RECORD.
015337     CLOSE TIMING-HISTORY-FILE.
015338 3120-EXIT.
015340     EXIT.
015350
015360* =================================================================
015570     EXIT.
015580
015590* =================================================================
015600* 3200-QUALITY-GATE - PRINT THE RUN'S OVERALL REJECT AND ABORT
015610* RATES AND THE SECTION-GATE COUNTS ON THE RUN SUMMARY PAGE,
015620* FOLLOWED BY THE RUN'S PASS/FAIL VERDICT.  EACH BATCH SECTION WAS
015630* ALREADY GATED AGAINST ITS OWN SOURCE SYSTEM'S LIMITS AT ITS
015633* BREAK; A HEADERLESS FEED HAS NO SECTIONS AND IS GATED HERE, AS A
015636* WHOLE, AGAINST THE CTLCARD LIMITS.
015640* =================================================================
015650 3200-QUALITY-GATE.
015660     IF SR-RECORD-COUNT = 0
015800     MOVE SR-MAX-ABORT-PCT TO qg-abort-limit.
015810     MOVE Gate-rate-line-2 TO SR-PRINT-LINE
015820     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
015830     IF NOT SR-BATCH-PRESENT
015831         AND (SR-MAX-REJECT-PCT > 0 OR SR-MAX-ABORT-PCT > 0)
015832         ADD 1 TO SR-SECTIONS-GATED
015833         IF (SR-MAX-REJECT-PCT > 0
015834                 AND SR-REJECT-RATE > SR-MAX-REJECT-PCT)
015835             OR (SR-MAX-ABORT-PCT > 0
015836                 AND SR-ABORT-RATE > SR-MAX-ABORT-PCT)
015837             SET SR-GATE-FAILED TO TRUE
015838             ADD 1 TO SR-SECTIONS-FAILED
015839         END-IF
015840     END-IF.
015841     MOVE SR-SECTIONS-GATED TO qg-sections-gated.
015842     MOVE Gate-section-line-1 TO SR-PRINT-LINE
015843     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
015844     MOVE SR-SECTIONS-FAILED TO qg-sections-failed.
015845     MOVE Gate-section-line-2 TO SR-PRINT-LINE
015846     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
015847     IF SR-GATE-FAILED
015848         MOVE Gate-fail-line TO SR-PRINT-LINE
015850         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
015860         GO TO 3200-EXIT
015870     END-IF.
015880     IF SR-SECTIONS-GATED = 0
015890         MOVE Gate-none-line TO SR-PRINT-LINE
015950     ELSE
015960         MOVE Gate-pass-line TO SR-PRINT-LINE
015980     END-IF.
015985     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
015990 3200-EXIT.
016000     EXIT.
016010
016170     MOVE 20 TO RETURN-CODE.
016180     CLOSE INPUT-FILE, STANDARD-OUTPUT, ROOT-MASTER-FILE,
016190         RUN-REGISTER-FILE, BURST-FILE-1, BURST-FILE-2,
016200         BURST-FILE-3, BURST-FILE-4, SOURCE-REGISTRY-FILE.
016210 3500-EXIT.
016220     EXIT.
016230
016960     END-IF.
016970 9100-EXIT.
016980     EXIT.
016990
017000* =================================================================
017010* 9200-CLOCK-TO-HUNDREDTHS - SR-CLOCK-TIME (HHMMSSHH) AS
017020* HUNDREDTHS OF A SECOND SINCE MIDNIGHT
017030* =================================================================
017040 9200-CLOCK-TO-HUNDREDTHS.
017050     COMPUTE SR-CLOCK-HUNDREDTHS = SR-CLOCK-HOURS * 360000
017060         + SR-CLOCK-MINUTES * 6000 + SR-CLOCK-SECONDS * 100
017070         + SR-CLOCK-FRACTION.
017080 9200-EXIT.
017090     EXIT.
