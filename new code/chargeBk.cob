000010* ===================================================================
000020* PROGRAM-ID:  CHARGEBK
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/15/2026
000060*
000070* REMARKS:     MONTH-END PROCESSING CHARGEBACK.  THE SOURCE
000080*              SYSTEMS THAT SEND US WORK ARE BILLED FOR IT FROM
000090*              THE ACKNOWLEDGMENT RECORDS SQUAREROOT WRITES, ONE
000100*              PER BATCH SECTION, WHICH CARRY THE SECTION'S
000110*              RECORDS RECEIVED, REJECTS, MASTER HITS AND FRESH
000120*              COMPUTATIONS.  EVERY ACKNOWLEDGMENT WHOSE RUN
000130*              DATE FALLS IN THE PERIOD NAMED ON THE RATE CARD IS
000140*              ROLLED UP PER SOURCE SYSTEM AND PRICED FROM THE
000150*              CARD -
000160*                 A FEE PER BATCH SECTION,
000170*                 A RATE PER RECORD RECEIVED,
000180*                 A RATE PER ROOT SERVED FROM THE ROOT MASTER,
000190*                 A HIGHER RATE PER ROOT COMPUTED FRESH,
000200*                 A CHARGE PER REJECTED RECORD.
000210*              A STATEMENT PAGE PRINTS FOR EACH SOURCE SYSTEM,
000220*              ADDRESSED TO ITS OWNER ON THE SOURCE REGISTRY, AND
000230*              EACH NONZERO CHARGE IS WRITTEN TO THE FIXED-FORMAT
000240*              BILLING INTERFACE FILE (GLBILL) FOR THE GENERAL-
000250*              LEDGER FEED, BETWEEN A HEADER AND A TRAILER THAT
000260*              CARRIES THE RECORD COUNT AND AMOUNT TOTAL.
000270*              THE CONTROL TOTAL TIES THE RECORDS BILLED BACK TO
000280*              THE PERIOD'S VOLUME ON THE RUN LOG (RUNHIST).  A
000290*              DIFFERENCE PRINTS ON THE SUMMARY PAGE AND ENDS
000300*              WITH RETURN CODE 8, WHICH HOLDS THE BILLING FILE
000310*              BACK FROM THE GENERAL LEDGER.  A MISSING OR
000320*              INVALID RATE CARD, OR MORE SOURCE SYSTEMS THAN THE
000330*              TABLE HOLDS, ENDS WITH RETURN CODE 16 AND BILLS
000340*              NOTHING.  RUNHIST, THE ACKNOWLEDGMENTS AND THE
000350*              SOURCE REGISTRY ARE ONLY READ.
000360*
000370* MODIFICATION HISTORY
000380* --------------------------------------------------------------
000390* DATE        INIT  DESCRIPTION
000400* --------------------------------------------------------------
000410* 10/15/2026  KS    ORIGINAL PROGRAM.  SEE JCL/CHGJOB.JCL - RUN IT
000420*                   AFTER THE MONTH'S LAST SQRTJOB AND BEFORE
000430*                   MECLJOB PRUNES THE PERIOD FROM RUNHIST.
000440* --------------------------------------------------------------
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. CHARGEBK.
000470 AUTHOR. KENT SPENCE.
000480 INSTALLATION. DATA PROCESSING DEPARTMENT.
000490 DATE-WRITTEN. 10/15/2026.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530     FILE-CONTROL.
000540         SELECT OPTIONAL ACK-HISTORY-FILE ASSIGN TO "ACKHIST"
000550             ORGANIZATION IS LINE SEQUENTIAL.
000560         SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000570             ORGANIZATION IS LINE SEQUENTIAL.
000580         SELECT OPTIONAL SOURCE-REGISTRY-FILE ASSIGN TO "SRCREG"
000590             ORGANIZATION IS INDEXED
000600             ACCESS IS RANDOM
000610             RECORD KEY IS SS-SOURCE-SYSTEM
000620             FILE STATUS IS CB-REGISTRY-STATUS.
000630         SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "RATECARD"
000640             ORGANIZATION IS LINE SEQUENTIAL.
000650         SELECT BILLING-FILE ASSIGN TO "GLBILL"
000660             ORGANIZATION IS LINE SEQUENTIAL.
000670         SELECT STANDARD-OUTPUT ASSIGN TO "CHGRPT"
000680             ORGANIZATION IS LINE SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  ACK-HISTORY-FILE.
000730 01  ACK-RECORD.
000740     02  AK-BATCH-ID              PICTURE X(10).
000750     02  AK-RUN-DATE              PICTURE X(08).
000760     02  AK-SOURCE-SYSTEM         PICTURE X(10).
000770     02  AK-RECORD-COUNT          PICTURE 9(09).
000780     02  AK-VALID-COUNT           PICTURE 9(09).
000790     02  AK-REJECT-COUNT          PICTURE 9(09).
000800     02  AK-ABORT-COUNT           PICTURE 9(09).
000810     02  AK-TRAILER-RESULT        PICTURE X(01).
000820     02  AK-HIT-COUNT             PICTURE 9(09).
000830     02  AK-FRESH-COUNT           PICTURE 9(09).
000840 FD  RUN-HISTORY-FILE.
000850 01  RUN-HISTORY-RECORD.
000860     02  RH-BATCH-ID              PICTURE X(10).
000870     02  RH-RUN-DATE              PICTURE X(08).
000880     02  RH-SOURCE-SYSTEM         PICTURE X(10).
000890     02  RH-RECORD-COUNT          PICTURE 9(09).
000900     02  RH-VALID-COUNT           PICTURE 9(09).
000910     02  RH-REJECT-COUNT          PICTURE 9(09).
000920     02  RH-ABORT-COUNT           PICTURE 9(09).
000930     02  RH-MIN-ROOT              PICTURE S9(11)V9(6).
000940     02  RH-MAX-ROOT              PICTURE S9(11)V9(6).
000950     02  RH-AVG-ROOT              PICTURE S9(11)V9(6).
000960     02  RH-RETURN-CODE           PICTURE 9(02).
000970 FD  SOURCE-REGISTRY-FILE.
000980 01  SOURCE-REGISTRY-RECORD.
000990     02  SS-SOURCE-SYSTEM         PICTURE X(10).
001000     02  SS-STATUS                PICTURE X(01).
001010     02  SS-OWNER-CONTACT         PICTURE X(30).
001020     02  SS-BURST-OUTPUT          PICTURE 9(01).
001030     02  SS-MAX-REJECT-PCT        PICTURE 9(02)V9(02).
001040     02  SS-MAX-ABORT-PCT         PICTURE 9(02)V9(02).
001050     02  SS-ADDED-DATE            PICTURE X(08).
001060     02  SS-CHANGED-DATE          PICTURE X(08).
001070     02  SS-CHANGED-AUTH          PICTURE X(08).
001080     02  FILLER                   PICTURE X(06).
001090 FD  CONTROL-CARD-FILE.
001100 01  RATE-CARD.
001110     02  RT-RECORD-TYPE           PICTURE X(08).
001120         88  RT-RATE-CARD                   VALUE 'RATECARD'.
001130     02  RT-PERIOD                PICTURE X(06).
001140     02  RT-PERIOD-N REDEFINES RT-PERIOD
001150                                  PICTURE 9(06).
001160     02  RT-RECORD-RATE           PICTURE 9(03)V9(04).
001170     02  RT-HIT-RATE              PICTURE 9(03)V9(04).
001180     02  RT-FRESH-RATE            PICTURE 9(03)V9(04).
001190     02  RT-REJECT-CHARGE         PICTURE 9(03)V9(04).
001200     02  RT-BATCH-FEE             PICTURE 9(05)V9(02).
001210     02  RT-GL-ACCOUNT            PICTURE X(12).
001220     02  FILLER                   PICTURE X(19).
001230 FD  BILLING-FILE.
001240 01  BILLING-RECORD.
001250     02  BL-RECORD-TYPE           PICTURE X(01).
001260         88  BL-HEADER                      VALUE 'H'.
001270         88  BL-DETAIL                      VALUE 'D'.
001280         88  BL-TRAILER                     VALUE 'T'.
001290     02  BL-PERIOD                PICTURE X(06).
001300     02  BL-BODY                  PICTURE X(73).
001310     02  BL-DETAIL-BODY REDEFINES BL-BODY.
001320         03  BL-SOURCE-SYSTEM     PICTURE X(10).
001330         03  BL-CHARGE-CODE       PICTURE X(04).
001340         03  BL-QUANTITY          PICTURE 9(11).
001350         03  BL-RATE              PICTURE 9(05)V9(04).
001360         03  BL-AMOUNT            PICTURE 9(11)V9(02).
001370         03  BL-GL-ACCOUNT        PICTURE X(12).
001380         03  FILLER               PICTURE X(14).
001390     02  BL-HEADER-BODY REDEFINES BL-BODY.
001400         03  BL-CREATED-DATE      PICTURE X(08).
001410         03  BL-HEADER-ACCOUNT    PICTURE X(12).
001420         03  FILLER               PICTURE X(53).
001430     02  BL-TRAILER-BODY REDEFINES BL-BODY.
001440         03  BL-DETAIL-COUNT      PICTURE 9(07).
001450         03  BL-AMOUNT-TOTAL      PICTURE 9(13)V9(02).
001460         03  BL-RECORDS-BILLED    PICTURE 9(12).
001470         03  FILLER               PICTURE X(39).
001480 FD  STANDARD-OUTPUT.
001490 01  OUT-LINE                    PICTURE X(100).
001500
001510 WORKING-STORAGE SECTION.
001520
001530* ---------------------------------------------------------------
001540* RUN CONTROLS
001550* ---------------------------------------------------------------
001560 01  CB-SWITCHES.
001570     02  CB-ACK-EOF-SWITCH           PICTURE X(01) VALUE 'N'.
001580         88  CB-END-OF-ACKS                   VALUE 'Y'.
001590     02  CB-HIST-EOF-SWITCH          PICTURE X(01) VALUE 'N'.
001600         88  CB-END-OF-HISTORY                VALUE 'Y'.
001610     02  CB-CARD-SWITCH              PICTURE X(01) VALUE 'N'.
001620         88  CB-CARD-GOOD                     VALUE 'Y'.
001630     02  CB-FOUND-SWITCH             PICTURE X(01) VALUE 'N'.
001640         88  CB-SOURCE-FOUND                  VALUE 'Y'.
001650     02  CB-FULL-SWITCH              PICTURE X(01) VALUE 'N'.
001660         88  CB-TABLE-FULL                    VALUE 'Y'.
001670
001680 01  CB-REGISTRY-STATUS             PICTURE X(02) VALUE '00'.
001690
001700 01  CB-COUNTERS.
001710     02  CB-ACK-READ-COUNT           PICTURE 9(09) COMP VALUE 0.
001720     02  CB-ACK-PERIOD-COUNT         PICTURE 9(09) COMP VALUE 0.
001730     02  CB-UNSPLIT-COUNT            PICTURE 9(09) COMP VALUE 0.
001740     02  CB-HIST-READ-COUNT          PICTURE 9(09) COMP VALUE 0.
001750     02  CB-HIST-PERIOD-COUNT        PICTURE 9(09) COMP VALUE 0.
001760     02  CB-HIST-VOLUME              PICTURE 9(12) COMP VALUE 0.
001770     02  CB-BILL-DETAIL-COUNT        PICTURE 9(07) COMP VALUE 0.
001780     02  CB-SOURCE-COUNT             PICTURE 9(04) COMP VALUE 0.
001790
001800 77  CB-SUB                          PICTURE 9(04) COMP VALUE 0.
001810 77  CB-DIFFERENCE                   PICTURE S9(12) COMP VALUE 0.
001820 77  CB-SPLIT-WORK                   PICTURE S9(10) COMP VALUE 0.
001830
001840 01  CB-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
001850
001860* ---------------------------------------------------------------
001870* PER-SOURCE-SYSTEM BILLING TABLE FOR THE PERIOD
001880* ---------------------------------------------------------------
001890 01  CB-SOURCE-TABLE.
001900     02  CB-SOURCE-MAX              PICTURE 9(04) COMP VALUE 50.
001910     02  CB-SOURCE-ENTRY OCCURS 50 TIMES.
001920         03  CB-SRC-SYSTEM           PICTURE X(10).
001930         03  CB-SRC-BATCHES          PICTURE 9(07) COMP.
001940         03  CB-SRC-RECORDS          PICTURE 9(12) COMP.
001950         03  CB-SRC-HITS             PICTURE 9(12) COMP.
001960         03  CB-SRC-FRESH            PICTURE 9(12) COMP.
001970         03  CB-SRC-REJECTS          PICTURE 9(12) COMP.
001980         03  CB-SRC-AMOUNT           PICTURE 9(11)V9(02).
001990
002000* ---------------------------------------------------------------
002010* ONE CHARGE IN HAND - SET UP BY 3100, PRICED, PRINTED AND BILLED
002020* BY 3150
002030* ---------------------------------------------------------------
002040 01  CB-CHARGE-WORK.
002050     02  CB-CHARGE-CODE              PICTURE X(04) VALUE SPACES.
002060     02  CB-CHARGE-LABEL             PICTURE X(24) VALUE SPACES.
002070     02  CB-QUANTITY                 PICTURE 9(12) VALUE 0.
002080     02  CB-RATE                     PICTURE 9(05)V9(04) VALUE 0.
002090     02  CB-AMOUNT                   PICTURE 9(11)V9(02) VALUE 0.
002100
002110 01  CB-GRAND-TOTALS.
002120     02  CB-TOT-BATCHES              PICTURE 9(09) COMP VALUE 0.
002130     02  CB-TOT-RECORDS              PICTURE 9(12) COMP VALUE 0.
002140     02  CB-TOT-HITS                 PICTURE 9(12) COMP VALUE 0.
002150     02  CB-TOT-FRESH                PICTURE 9(12) COMP VALUE 0.
002160     02  CB-TOT-REJECTS              PICTURE 9(12) COMP VALUE 0.
002170     02  CB-TOT-AMOUNT               PICTURE 9(13)V9(02) VALUE 0.
002180
002190* ---------------------------------------------------------------
002200* REPORT LAYOUTS - ONE STATEMENT PAGE PER SOURCE SYSTEM
002210* ---------------------------------------------------------------
002220 01  Title-line.
002230     02  Filler PICTURE x(9) value spaces.
002240     02  Filler PICTURE x(31)
002250         value 'Processing Chargeback Statement'.
002260
002270 01  Period-line.
002280     02  Filler PICTURE x(9) value spaces.
002290     02  Filler PICTURE x(8) value 'Period: '.
002300     02  pd-period PICTURE x(06).
002310     02  Filler PICTURE x(13) value '   Billed on '.
002320     02  pd-billed-date PICTURE x(08).
002330
002340 01  Source-line.
002350     02  Filler PICTURE x(9) value spaces.
002360     02  Filler PICTURE x(15) value 'Source system: '.
002370     02  so-source PICTURE x(10).
002380     02  Filler PICTURE x(10) value '   Owner: '.
002390     02  so-owner PICTURE x(30).
002400
002410 01  Under-line.
002420     02  Filler PICTURE x(90) value ALL '-'.
002430
002440 01  Charge-heads.
002450     02  Filler PICTURE x value space.
002460     02  Filler PICTURE x(24) value 'Charge'.
002470     02  Filler PICTURE x(2) value spaces.
002480     02  Filler PICTURE x(15) value '       Quantity'.
002490     02  Filler PICTURE x(2) value spaces.
002500     02  Filler PICTURE x(11) value '       Rate'.
002510     02  Filler PICTURE x(2) value spaces.
002520     02  Filler PICTURE x(17) value '           Amount'.
002530
002540 01  Charge-line.
002550     02  Filler PICTURE x value space.
002560     02  ch-label PICTURE x(24).
002570     02  Filler PICTURE x(2) value spaces.
002580     02  ch-quantity PICTURE zzz,zzz,zzz,zz9.
002590     02  Filler PICTURE x(2) value spaces.
002600     02  ch-rate PICTURE zz,zz9.9999.
002610     02  Filler PICTURE x(2) value spaces.
002620     02  ch-amount PICTURE zz,zzz,zzz,zz9.99.
002630
002640 01  Total-due-line.
002650     02  Filler PICTURE x value space.
002660     02  Filler PICTURE x(24) value 'Total due'.
002670     02  Filler PICTURE x(32) value spaces.
002680     02  td-amount PICTURE zz,zzz,zzz,zz9.99.
002690
002700* ---------------------------------------------------------------
002710* SUMMARY PAGE AND CONTROL TOTALS
002720* ---------------------------------------------------------------
002730 01  Summary-title-line.
002740     02  Filler PICTURE x(9) value spaces.
002750     02  Filler PICTURE x(20) value 'Chargeback Summary  '.
002760
002770 01  Summary-heads.
002780     02  Filler PICTURE x value space.
002790     02  Filler PICTURE x(10) value 'Source'.
002800     02  Filler PICTURE x(2) value spaces.
002810     02  Filler PICTURE x(7) value 'Batches'.
002820     02  Filler PICTURE x(2) value spaces.
002830     02  Filler PICTURE x(11) value '    Records'.
002840     02  Filler PICTURE x(2) value spaces.
002850     02  Filler PICTURE x(11) value '       Hits'.
002860     02  Filler PICTURE x(2) value spaces.
002870     02  Filler PICTURE x(11) value '      Fresh'.
002880     02  Filler PICTURE x(2) value spaces.
002890     02  Filler PICTURE x(11) value '    Rejects'.
002900     02  Filler PICTURE x(2) value spaces.
002910     02  Filler PICTURE x(17) value '           Amount'.
002920
002930 01  Summary-line.
002940     02  Filler PICTURE x value space.
002950     02  sm-source PICTURE x(10).
002960     02  Filler PICTURE x(2) value spaces.
002970     02  sm-batches PICTURE zzzzzz9.
002980     02  Filler PICTURE x(2) value spaces.
002990     02  sm-records PICTURE zzz,zzz,zz9.
003000     02  Filler PICTURE x(2) value spaces.
003010     02  sm-hits PICTURE zzz,zzz,zz9.
003020     02  Filler PICTURE x(2) value spaces.
003030     02  sm-fresh PICTURE zzz,zzz,zz9.
003040     02  Filler PICTURE x(2) value spaces.
003050     02  sm-rejects PICTURE zzz,zzz,zz9.
003060     02  Filler PICTURE x(2) value spaces.
003070     02  sm-amount PICTURE zz,zzz,zzz,zz9.99.
003080
003090 01  Count-line.
003100     02  Filler PICTURE x value space.
003110     02  ct-label PICTURE x(21).
003120     02  ct-count PICTURE -zzz,zzz,zzz,zz9.
003130
003140 01  Balanced-line.
003150     02  Filler PICTURE x value space.
003160     02  Filler PICTURE x(40)
003170         value 'CONTROL TOTAL IN BALANCE - RECORDS BILLE'.
003180     02  Filler PICTURE x(30)
003190         value 'D TIE TO THE RUNHIST VOLUME'.
003200
003210 01  Unbalanced-line.
003220     02  Filler PICTURE x value space.
003230     02  Filler PICTURE x(40)
003240         value '*** CONTROL TOTAL OUT OF BALANCE - BILLI'.
003250     02  Filler PICTURE x(40)
003260         value 'NG FILE HELD, RETURN CODE 8 ***'.
003270
003280 01  Unsplit-line.
003290     02  Filler PICTURE x value space.
003300     02  Filler PICTURE x(40)
003310         value '*** NOTE - SECTIONS WITHOUT A HIT/FRESH '.
003320     02  Filler PICTURE x(40)
003330         value 'SPLIT ARE BILLED AT THE MASTER-HIT RATE'.
003340
003350 PROCEDURE DIVISION.
003360
003370* =================================================================
003380* 0000-MAINLINE
003390* =================================================================
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     IF CB-CARD-GOOD
003430         PERFORM 2000-PROCESS-ACK THRU 2000-EXIT
003440             UNTIL CB-END-OF-ACKS
003450         IF CB-TABLE-FULL
003460             PERFORM 3600-HALT-TABLE-FULL THRU 3600-EXIT
003470         ELSE
003480             PERFORM 2500-READ-RUN-HISTORY THRU 2500-EXIT
003490                 UNTIL CB-END-OF-HISTORY
003500             PERFORM 3000-FINALIZE THRU 3000-EXIT
003510         END-IF
003520     ELSE
003530         PERFORM 3500-HALT-BAD-CARD THRU 3500-EXIT
003540     END-IF.
003550     STOP RUN.
003560
003570* =================================================================
003580* 1000-INITIALIZE - OPEN FILES AND READ THE RATE CARD
003590* =================================================================
003600 1000-INITIALIZE.
003610     OPEN INPUT ACK-HISTORY-FILE
003620          INPUT RUN-HISTORY-FILE
003630          INPUT SOURCE-REGISTRY-FILE
003640          OUTPUT BILLING-FILE
003650          OUTPUT STANDARD-OUTPUT.
003660     ACCEPT CB-CURRENT-DATE FROM DATE YYYYMMDD.
003670     PERFORM 1100-READ-RATE-CARD THRU 1100-EXIT.
003680 1000-EXIT.
003690     EXIT.
003700
003710* =================================================================
003720* 1100-READ-RATE-CARD - THE RATECARD CARD NAMES THE PERIOD AND
003730* CARRIES EVERY RATE.  EACH RATE MUST BE PRESENT AND NUMERIC
003740* (ZERO-FILL A CHARGE THAT IS NOT LEVIED), THE FRESH-COMPUTATION
003750* RATE MAY NOT BE BELOW THE MASTER-HIT RATE AND THE GENERAL-
003760* LEDGER ACCOUNT MUST BE GIVEN.  ANYTHING ELSE BILLS NOTHING.
003770*   COLS  1- 8  'RATECARD'
003780*   COLS  9-14  PERIOD YYYYMM
003790*   COLS 15-21  RATE PER RECORD RECEIVED        9(3)V9(4)
003800*   COLS 22-28  RATE PER MASTER HIT             9(3)V9(4)
003810*   COLS 29-35  RATE PER FRESH COMPUTATION      9(3)V9(4)
003820*   COLS 36-42  CHARGE PER REJECTED RECORD      9(3)V9(4)
003830*   COLS 43-49  FEE PER BATCH SECTION           9(5)V99
003840*   COLS 50-61  GENERAL-LEDGER RECOVERY ACCOUNT
003850* =================================================================
003860 1100-READ-RATE-CARD.
003870     OPEN INPUT CONTROL-CARD-FILE.
003880     READ CONTROL-CARD-FILE
003890         AT END
003900             MOVE SPACES TO RATE-CARD
003910     END-READ.
003920     CLOSE CONTROL-CARD-FILE.
003930     IF NOT RT-RATE-CARD
003940         OR RT-PERIOD-N NOT NUMERIC
003950         OR RT-PERIOD-N NOT > 190000
003960         OR RT-RECORD-RATE NOT NUMERIC
003970         OR RT-HIT-RATE NOT NUMERIC
003980         OR RT-FRESH-RATE NOT NUMERIC
003990         OR RT-REJECT-CHARGE NOT NUMERIC
004000         OR RT-BATCH-FEE NOT NUMERIC
004010         OR RT-GL-ACCOUNT = SPACES
004020         GO TO 1100-EXIT
004030     END-IF.
004040     IF RT-FRESH-RATE < RT-HIT-RATE
004050         GO TO 1100-EXIT
004060     END-IF.
004070     SET CB-CARD-GOOD TO TRUE.
004080 1100-EXIT.
004090     EXIT.
004100
004110* =================================================================
004120* 2000-PROCESS-ACK - ROLL ONE ACKNOWLEDGMENT FOR THE PERIOD INTO
004130* ITS SOURCE SYSTEM'S SLOT, OPENING A NEW SLOT ON FIRST SIGHT
004140* =================================================================
004150 2000-PROCESS-ACK.
004160     READ ACK-HISTORY-FILE
004170         AT END
004180             SET CB-END-OF-ACKS TO TRUE
004190             GO TO 2000-EXIT
004200     END-READ.
004210     ADD 1 TO CB-ACK-READ-COUNT.
004220     IF AK-RUN-DATE (1:6) NOT = RT-PERIOD
004230         GO TO 2000-EXIT
004240     END-IF.
004250     ADD 1 TO CB-ACK-PERIOD-COUNT.
004260     PERFORM 2150-FIND-SOURCE-SLOT THRU 2150-EXIT.
004270     IF NOT CB-SOURCE-FOUND
004280         IF CB-SOURCE-COUNT >= CB-SOURCE-MAX
004290             SET CB-TABLE-FULL TO TRUE
004300             SET CB-END-OF-ACKS TO TRUE
004310             GO TO 2000-EXIT
004320         END-IF
004330         ADD 1 TO CB-SOURCE-COUNT
004340         MOVE CB-SOURCE-COUNT TO CB-SUB
004350         MOVE AK-SOURCE-SYSTEM TO CB-SRC-SYSTEM (CB-SUB)
004360         MOVE 0 TO CB-SRC-BATCHES (CB-SUB)
004370         MOVE 0 TO CB-SRC-RECORDS (CB-SUB)
004380         MOVE 0 TO CB-SRC-HITS (CB-SUB)
004390         MOVE 0 TO CB-SRC-FRESH (CB-SUB)
004400         MOVE 0 TO CB-SRC-REJECTS (CB-SUB)
004410         MOVE 0 TO CB-SRC-AMOUNT (CB-SUB)
004420     END-IF.
004430     ADD 1 TO CB-SRC-BATCHES (CB-SUB).
004440     ADD AK-RECORD-COUNT TO CB-SRC-RECORDS (CB-SUB).
004450     ADD AK-REJECT-COUNT TO CB-SRC-REJECTS (CB-SUB).
004460     PERFORM 2100-SPLIT-HITS-AND-FRESH THRU 2100-EXIT.
004470 2000-EXIT.
004480     EXIT.
004490
004500* =================================================================
004510* 2100-SPLIT-HITS-AND-FRESH - EVERY RECORD A SECTION RECEIVED WAS
004520* EITHER REJECTED, SERVED FROM THE ROOT MASTER OR COMPUTED FRESH.
004530* AN ACKNOWLEDGMENT WRITTEN BEFORE THE SPLIT WAS CARRIED (OR ONE
004540* THAT DOES NOT FOOT) HAS ITS UNACCOUNTED RECORDS BILLED AT THE
004550* LOWER MASTER-HIT RATE AND IS COUNTED ON THE SUMMARY PAGE.
004560* =================================================================
004570 2100-SPLIT-HITS-AND-FRESH.
004580     IF AK-HIT-COUNT NOT NUMERIC OR AK-FRESH-COUNT NOT NUMERIC
004590         ADD 1 TO CB-UNSPLIT-COUNT
004600         COMPUTE CB-SPLIT-WORK = AK-RECORD-COUNT - AK-REJECT-COUNT
004610         IF CB-SPLIT-WORK > 0
004620             ADD CB-SPLIT-WORK TO CB-SRC-HITS (CB-SUB)
004630         END-IF
004640         GO TO 2100-EXIT
004650     END-IF.
004660     ADD AK-HIT-COUNT TO CB-SRC-HITS (CB-SUB).
004670     ADD AK-FRESH-COUNT TO CB-SRC-FRESH (CB-SUB).
004680     COMPUTE CB-SPLIT-WORK = AK-RECORD-COUNT - AK-REJECT-COUNT
004690         - AK-HIT-COUNT - AK-FRESH-COUNT.
004700     IF CB-SPLIT-WORK NOT = 0
004710         ADD 1 TO CB-UNSPLIT-COUNT
004720         IF CB-SPLIT-WORK > 0
004730             ADD CB-SPLIT-WORK TO CB-SRC-HITS (CB-SUB)
004740         END-IF
004750     END-IF.
004760 2100-EXIT.
004770     EXIT.
004780
004790* =================================================================
004800* 2150-FIND-SOURCE-SLOT - LOCATE THE SOURCE SYSTEM'S SLOT
004810* =================================================================
004820 2150-FIND-SOURCE-SLOT.
004830     MOVE 'N' TO CB-FOUND-SWITCH.
004840     MOVE 1 TO CB-SUB.
004850     PERFORM 2160-CHECK-ONE-SLOT THRU 2160-EXIT
004860         UNTIL CB-SOURCE-FOUND OR CB-SUB > CB-SOURCE-COUNT.
004870 2150-EXIT.
004880     EXIT.
004890
004900* =================================================================
004910* 2160-CHECK-ONE-SLOT - COMPARE AGAINST ONE TABLED SOURCE SYSTEM
004920* =================================================================
004930 2160-CHECK-ONE-SLOT.
004940     IF CB-SRC-SYSTEM (CB-SUB) = AK-SOURCE-SYSTEM
004950         SET CB-SOURCE-FOUND TO TRUE
004960     ELSE
004970         ADD 1 TO CB-SUB
004980     END-IF.
004990 2160-EXIT.
005000     EXIT.
005010
005020* =================================================================
005030* 2500-READ-RUN-HISTORY - TOTAL THE PERIOD'S VOLUME ON THE RUN LOG
005040* FOR THE CONTROL TOTAL
005050* =================================================================
005060 2500-READ-RUN-HISTORY.
005070     READ RUN-HISTORY-FILE
005080         AT END
005090             SET CB-END-OF-HISTORY TO TRUE
005100             GO TO 2500-EXIT
005110     END-READ.
005120     ADD 1 TO CB-HIST-READ-COUNT.
005130     IF RH-RUN-DATE (1:6) = RT-PERIOD
005140         ADD 1 TO CB-HIST-PERIOD-COUNT
005150         ADD RH-RECORD-COUNT TO CB-HIST-VOLUME
005160     END-IF.
005170 2500-EXIT.
005180     EXIT.
005190
005200* =================================================================
005210* 3000-FINALIZE - BILL EACH SOURCE SYSTEM, PRINT THE SUMMARY PAGE,
005220* PROVE THE CONTROL TOTAL AND CLOSE THE BILLING FILE
005230* =================================================================
005240 3000-FINALIZE.
005250     MOVE RT-PERIOD TO pd-period.
005260     MOVE CB-CURRENT-DATE TO pd-billed-date.
005270     MOVE SPACES TO BILLING-RECORD.
005280     SET BL-HEADER TO TRUE.
005290     MOVE RT-PERIOD TO BL-PERIOD.
005300     MOVE CB-CURRENT-DATE TO BL-CREATED-DATE.
005310     MOVE RT-GL-ACCOUNT TO BL-HEADER-ACCOUNT.
005320     WRITE BILLING-RECORD.
005330     MOVE 1 TO CB-SUB.
005340     PERFORM 3100-BILL-ONE-SOURCE THRU 3100-EXIT
005350         UNTIL CB-SUB > CB-SOURCE-COUNT.
005360     PERFORM 3300-PRINT-SUMMARY THRU 3300-EXIT.
005370     PERFORM 3400-PROVE-CONTROL-TOTAL THRU 3400-EXIT.
005380     MOVE SPACES TO BILLING-RECORD.
005390     SET BL-TRAILER TO TRUE.
005400     MOVE RT-PERIOD TO BL-PERIOD.
005410     MOVE CB-BILL-DETAIL-COUNT TO BL-DETAIL-COUNT.
005420     MOVE CB-TOT-AMOUNT TO BL-AMOUNT-TOTAL.
005430     MOVE CB-TOT-RECORDS TO BL-RECORDS-BILLED.
005440     WRITE BILLING-RECORD.
005450     CLOSE ACK-HISTORY-FILE, RUN-HISTORY-FILE,
005460         SOURCE-REGISTRY-FILE, BILLING-FILE, STANDARD-OUTPUT.
005470 3000-EXIT.
005480     EXIT.
005490
005500* =================================================================
005510* 3100-BILL-ONE-SOURCE - ONE SOURCE SYSTEM'S STATEMENT PAGE, ONE
005520* CHARGE AT A TIME, AND ITS SHARE OF THE GRAND TOTALS
005530* =================================================================
005540 3100-BILL-ONE-SOURCE.
005550     MOVE CB-SRC-SYSTEM (CB-SUB) TO so-source.
005560     MOVE CB-SRC-SYSTEM (CB-SUB) TO SS-SOURCE-SYSTEM.
005570     READ SOURCE-REGISTRY-FILE
005580         INVALID KEY
005590             CONTINUE
005600     END-READ.
005610     IF CB-REGISTRY-STATUS = '00'
005620         MOVE SS-OWNER-CONTACT TO so-owner
005630     ELSE
005640         MOVE 'NOT ON THE SOURCE REGISTRY' TO so-owner
005650     END-IF.
005660     IF CB-SUB = 1
005670         WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES
005680     ELSE
005690         WRITE OUT-LINE FROM Title-line AFTER ADVANCING PAGE
005700     END-IF.
005710     WRITE OUT-LINE FROM Period-line AFTER ADVANCING 1 LINE.
005720     WRITE OUT-LINE FROM Source-line AFTER ADVANCING 1 LINE.
005730     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
005740     WRITE OUT-LINE FROM Charge-heads AFTER ADVANCING 1 LINE.
005750     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
005760
005770     MOVE 'BTCH' TO CB-CHARGE-CODE.
005780     MOVE 'Batch sections' TO CB-CHARGE-LABEL.
005790     MOVE CB-SRC-BATCHES (CB-SUB) TO CB-QUANTITY.
005800     MOVE RT-BATCH-FEE TO CB-RATE.
005810     PERFORM 3150-PRICE-ONE-CHARGE THRU 3150-EXIT.
005820     MOVE 'RECD' TO CB-CHARGE-CODE.
005830     MOVE 'Records received' TO CB-CHARGE-LABEL.
005840     MOVE CB-SRC-RECORDS (CB-SUB) TO CB-QUANTITY.
005850     MOVE RT-RECORD-RATE TO CB-RATE.
005860     PERFORM 3150-PRICE-ONE-CHARGE THRU 3150-EXIT.
005870     MOVE 'HITS' TO CB-CHARGE-CODE.
005880     MOVE 'Roots from root master' TO CB-CHARGE-LABEL.
005890     MOVE CB-SRC-HITS (CB-SUB) TO CB-QUANTITY.
005900     MOVE RT-HIT-RATE TO CB-RATE.
005910     PERFORM 3150-PRICE-ONE-CHARGE THRU 3150-EXIT.
005920     MOVE 'FRSH' TO CB-CHARGE-CODE.
005930     MOVE 'Roots computed fresh' TO CB-CHARGE-LABEL.
005940     MOVE CB-SRC-FRESH (CB-SUB) TO CB-QUANTITY.
005950     MOVE RT-FRESH-RATE TO CB-RATE.
005960     PERFORM 3150-PRICE-ONE-CHARGE THRU 3150-EXIT.
005970     MOVE 'REJC' TO CB-CHARGE-CODE.
005980     MOVE 'Records rejected' TO CB-CHARGE-LABEL.
005990     MOVE CB-SRC-REJECTS (CB-SUB) TO CB-QUANTITY.
006000     MOVE RT-REJECT-CHARGE TO CB-RATE.
006010     PERFORM 3150-PRICE-ONE-CHARGE THRU 3150-EXIT.
006020
006030     MOVE CB-SRC-AMOUNT (CB-SUB) TO td-amount.
006040     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006050     WRITE OUT-LINE FROM Total-due-line AFTER ADVANCING 1 LINE.
006060     ADD CB-SRC-BATCHES (CB-SUB) TO CB-TOT-BATCHES.
006070     ADD CB-SRC-RECORDS (CB-SUB) TO CB-TOT-RECORDS.
006080     ADD CB-SRC-HITS (CB-SUB) TO CB-TOT-HITS.
006090     ADD CB-SRC-FRESH (CB-SUB) TO CB-TOT-FRESH.
006100     ADD CB-SRC-REJECTS (CB-SUB) TO CB-TOT-REJECTS.
006110     ADD CB-SRC-AMOUNT (CB-SUB) TO CB-TOT-AMOUNT.
006120     ADD 1 TO CB-SUB.
006130 3100-EXIT.
006140     EXIT.
006150
006160* =================================================================
006170* 3150-PRICE-ONE-CHARGE - PRICE THE CHARGE IN HAND, PRINT ITS
006180* STATEMENT LINE AND, WHEN ANYTHING WAS USED, WRITE ITS BILLING
006190* RECORD.  EACH CHARGE IS ROUNDED TO THE CENT ON ITS OWN, SO THE
006200* STATEMENT, THE BILLING FILE AND ITS TRAILER ALL AGREE.
006210* =================================================================
006220 3150-PRICE-ONE-CHARGE.
006230     COMPUTE CB-AMOUNT ROUNDED = CB-QUANTITY * CB-RATE.
006240     ADD CB-AMOUNT TO CB-SRC-AMOUNT (CB-SUB).
006250     MOVE CB-CHARGE-LABEL TO ch-label.
006260     MOVE CB-QUANTITY TO ch-quantity.
006270     MOVE CB-RATE TO ch-rate.
006280     MOVE CB-AMOUNT TO ch-amount.
006290     WRITE OUT-LINE FROM Charge-line AFTER ADVANCING 1 LINE.
006300     IF CB-QUANTITY = 0
006310         GO TO 3150-EXIT
006320     END-IF.
006330     MOVE SPACES TO BILLING-RECORD.
006340     SET BL-DETAIL TO TRUE.
006350     MOVE RT-PERIOD TO BL-PERIOD.
006360     MOVE CB-SRC-SYSTEM (CB-SUB) TO BL-SOURCE-SYSTEM.
006370     MOVE CB-CHARGE-CODE TO BL-CHARGE-CODE.
006380     MOVE CB-QUANTITY TO BL-QUANTITY.
006390     MOVE CB-RATE TO BL-RATE.
006400     MOVE CB-AMOUNT TO BL-AMOUNT.
006410     MOVE RT-GL-ACCOUNT TO BL-GL-ACCOUNT.
006420     WRITE BILLING-RECORD.
006430     ADD 1 TO CB-BILL-DETAIL-COUNT.
006440 3150-EXIT.
006450     EXIT.
006460
006470* =================================================================
006480* 3300-PRINT-SUMMARY - ONE LINE PER SOURCE SYSTEM AND THE TOTALS
006490* =================================================================
006500 3300-PRINT-SUMMARY.
006510     IF CB-SOURCE-COUNT = 0
006520         WRITE OUT-LINE FROM Summary-title-line
006530             AFTER ADVANCING 0 LINES
006540     ELSE
006550         WRITE OUT-LINE FROM Summary-title-line
006560             AFTER ADVANCING PAGE
006570     END-IF.
006580     WRITE OUT-LINE FROM Period-line AFTER ADVANCING 1 LINE.
006590     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006600     WRITE OUT-LINE FROM Summary-heads AFTER ADVANCING 1 LINE.
006610     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006620     MOVE 1 TO CB-SUB.
006630     PERFORM 3350-PRINT-ONE-SOURCE THRU 3350-EXIT
006640         UNTIL CB-SUB > CB-SOURCE-COUNT.
006650     MOVE 'TOTAL' TO sm-source.
006660     MOVE CB-TOT-BATCHES TO sm-batches.
006670     MOVE CB-TOT-RECORDS TO sm-records.
006680     MOVE CB-TOT-HITS TO sm-hits.
006690     MOVE CB-TOT-FRESH TO sm-fresh.
006700     MOVE CB-TOT-REJECTS TO sm-rejects.
006710     MOVE CB-TOT-AMOUNT TO sm-amount.
006720     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006730     WRITE OUT-LINE FROM Summary-line AFTER ADVANCING 1 LINE.
006740 3300-EXIT.
006750     EXIT.
006760
006770* =================================================================
006780* 3350-PRINT-ONE-SOURCE - ONE SOURCE SYSTEM'S SUMMARY LINE
006790* =================================================================
006800 3350-PRINT-ONE-SOURCE.
006810     MOVE CB-SRC-SYSTEM (CB-SUB) TO sm-source.
006820     MOVE CB-SRC-BATCHES (CB-SUB) TO sm-batches.
006830     MOVE CB-SRC-RECORDS (CB-SUB) TO sm-records.
006840     MOVE CB-SRC-HITS (CB-SUB) TO sm-hits.
006850     MOVE CB-SRC-FRESH (CB-SUB) TO sm-fresh.
006860     MOVE CB-SRC-REJECTS (CB-SUB) TO sm-rejects.
006870     MOVE CB-SRC-AMOUNT (CB-SUB) TO sm-amount.
006880     WRITE OUT-LINE FROM Summary-line AFTER ADVANCING 1 LINE.
006890     ADD 1 TO CB-SUB.
006900 3350-EXIT.
006910     EXIT.
006920
006930* =================================================================
006940* 3400-PROVE-CONTROL-TOTAL - THE RECORDS BILLED MUST EQUAL THE
006950* PERIOD'S VOLUME ON RUNHIST.  A RUN BACKED OUT AFTER ITS
006960* ACKNOWLEDGMENTS WERE CATALOGED, OR A MONTH ALREADY CLOSED BY
006970* MECLJOB, SHOWS UP HERE AS A DIFFERENCE.
006980* =================================================================
006990 3400-PROVE-CONTROL-TOTAL.
007000     COMPUTE CB-DIFFERENCE = CB-TOT-RECORDS - CB-HIST-VOLUME.
007010     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 2 LINES.
007020     MOVE 'Acknowledgments read.' TO ct-label.
007030     MOVE CB-ACK-READ-COUNT TO ct-count.
007040     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007050     MOVE '  in billing period .' TO ct-label.
007060     MOVE CB-ACK-PERIOD-COUNT TO ct-count.
007070     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007080     MOVE '  without hit split .' TO ct-label.
007090     MOVE CB-UNSPLIT-COUNT TO ct-count.
007100     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007110     MOVE 'Run records read. . .' TO ct-label.
007120     MOVE CB-HIST-READ-COUNT TO ct-count.
007130     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007140     MOVE '  in billing period .' TO ct-label.
007150     MOVE CB-HIST-PERIOD-COUNT TO ct-count.
007160     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007170     MOVE 'Records billed. . . .' TO ct-label.
007180     MOVE CB-TOT-RECORDS TO ct-count.
007190     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007200     MOVE 'RUNHIST volume. . . .' TO ct-label.
007210     MOVE CB-HIST-VOLUME TO ct-count.
007220     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007230     MOVE 'Difference. . . . . .' TO ct-label.
007240     MOVE CB-DIFFERENCE TO ct-count.
007250     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007260     MOVE 'Billing records . . .' TO ct-label.
007270     MOVE CB-BILL-DETAIL-COUNT TO ct-count.
007280     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
007290     IF CB-UNSPLIT-COUNT > 0
007300         WRITE OUT-LINE FROM Unsplit-line AFTER ADVANCING 2 LINES
007310     END-IF.
007320     IF CB-DIFFERENCE = 0
007330         WRITE OUT-LINE FROM Balanced-line AFTER ADVANCING 2 LINES
007340     ELSE
007350         WRITE OUT-LINE FROM Unbalanced-line
007360             AFTER ADVANCING 2 LINES
007370         DISPLAY 'CHARGEBK - RECORDS BILLED DO NOT TIE TO RUNHIST'
007380         MOVE 8 TO RETURN-CODE
007390     END-IF.
007400 3400-EXIT.
007410     EXIT.
007420
007430* =================================================================
007440* 3500-HALT-BAD-CARD - NO USABLE RATECARD: SAY SO, BILL NOTHING
007450* AND SET THE RETURN CODE SO THE BILLING FILE IS NOT CATALOGED
007460* =================================================================
007470 3500-HALT-BAD-CARD.
007480     DISPLAY 'CHARGEBK HALTED - RATECARD MISSING OR NOT VALID'.
007490     DISPLAY 'SUPPLY RATECARD WITH THE PERIOD (YYYYMM) AND RATES'.
007500     MOVE 16 TO RETURN-CODE.
007510     CLOSE ACK-HISTORY-FILE, RUN-HISTORY-FILE,
007520         SOURCE-REGISTRY-FILE, BILLING-FILE, STANDARD-OUTPUT.
007530 3500-EXIT.
007540     EXIT.
007550
007560* =================================================================
007570* 3600-HALT-TABLE-FULL - MORE SOURCE SYSTEMS IN THE PERIOD THAN
007580* THE BILLING TABLE HOLDS: SAY SO AND BILL NOTHING, SO THE RERUN
007590* AFTER RAISING CB-SOURCE-MAX STARTS FROM A CLEAN SLATE
007600* =================================================================
007610 3600-HALT-TABLE-FULL.
007620     DISPLAY 'CHARGEBK HALTED - SOURCE TABLE FULL'.
007630     DISPLAY 'RAISE CB-SOURCE-MAX AND RERUN THE CHARGEBACK'.
007640     MOVE 16 TO RETURN-CODE.
007650     CLOSE ACK-HISTORY-FILE, RUN-HISTORY-FILE,
007660         SOURCE-REGISTRY-FILE, BILLING-FILE, STANDARD-OUTPUT.
007670 3600-EXIT.
007680     EXIT.
