000010* ===================================================================
000020* PROGRAM-ID:  BACKOUT
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/14/2026
000060*
000070* REMARKS:     REVERSES A BAD SQUAREROOT RUN SO THE CORRECTED
000080*              FEED CAN GO THROUGH THE NORMAL PATH WITHOUT AN
000090*              OVERRIDE.  A BKCARD NAMES THE RUN BY ITS REGISTER
000100*              KEY (THE BATCH ID OF THE GENERATION'S FIRST GROUP
000110*              AND THE RUN DATE) AND CARRIES THE AUTHORIZER'S ID.
000120*              THE RUN MUST BE ON THE RUN REGISTER.  WHEN THE
000130*              BACKED-OUT GENERATION IS SUPPLIED ON SQRTIN, EVERY
000140*              GROUP'S BATCH ID ON IT BELONGS TO THE RUN (ITS
000150*              FIRST BATCHHDR MUST BE THE CARD'S); OTHERWISE ONLY
000160*              THE CARD'S BATCH ID DOES.  THE PROGRAM THEN
000170*                - COPIES RUNHIST TO RUNHNEW WITHOUT THE RUN'S
000180*                  RUN-LOG RECORD, FOR THE JCL TO SWAP OVER
000190*                  RUNHIST (THE MONTH-END CLOSE PATTERN),
000200*                - DELETES THE SUSPENSE ENTRIES FIRST STAMPED BY
000210*                  THE RUN (BATCH ID AND RUN DATE),
000220*                - DELETES THE ROOT MASTER ENTRIES LAST WRITTEN ON
000230*                  THE RUN DATE - THE MASTER CARRIES NO BATCH ID,
000240*                  SO ANOTHER RUN'S ENTRIES FOR THE SAME DATE GO
000250*                  TOO, WHICH ONLY MEANS THEY RECOMPUTE AND
000260*                  RE-ENTER THE MASTER FRESH (AN ENTRY LOCKED
000261*                  BY MSTRMNT IS LEFT WHERE IT IS),
000262*                - DELETES THE ROOT LINEAGE ENTRIES THE RUN
000263*                  WROTE (BATCH ID AND RUN DATE), SO THE CORRECTED
000264*                  RUN'S ROOTS ARE THE ONLY ONES ON RECORD,
000270*                - AND LAST DELETES THE REGISTER ROW, SO A BACKOUT
000280*                  THAT ABENDS PART WAY CAN SIMPLY BE RERUN.
000281*              THE BACKOUT IS THEN APPENDED TO THE AUTHORIZATION
000282*              AUDIT REGISTER (AUDITREG): THE CARD'S AUTHORIZER,
000283*              THE RUN'S KEY AND THE RECORDS REMOVED.
000290*              EVERYTHING REMOVED PRINTS ON THE BACKOUT REPORT
000300*              WITH THE COUNTS.  RETURN CODE 4 WHEN NO RUN-LOG
000310*              RECORD WAS FOUND (ALREADY CLOSED BY MONTHEND, OR
000320*              THE RUN NEVER FINISHED); 16 WHEN THE CARD IS
000330*              MISSING OR NOT VALID, THE GENERATION IS NOT THE
000340*              CARD'S, OR THE RUN IS NOT ON THE REGISTER - IN
000350*              WHICH CASE NOTHING IS TOUCHED.
000360*
000370* MODIFICATION HISTORY
000380* --------------------------------------------------------------
000390* DATE        INIT  DESCRIPTION
000400* --------------------------------------------------------------
000410* 10/14/2026  KS    ORIGINAL PROGRAM.  SEE JCL/BKOUTJOB.JCL.
000411* 10/14/2026  KS    ALSO DELETES THE RUN'S ENTRIES FROM THE ROOT
000412*                   LINEAGE FILE (LINEAGE) AND PRINTS THEM.
000413* 10/15/2026  KS    A LOCKED ROOT MASTER ENTRY IS NOT BACKED OUT -
000414*                   IT WAS PINNED BY AN AUTHORIZED MSTRMNT CARD.
000415*                   RECORD NOW 50 BYTES WITH THE LOCK FLAG.
000416* 10/15/2026  KS    EACH BACKOUT IS APPENDED TO THE AUTHORIZATION
000417*                   AUDIT REGISTER (AUDITREG).
000420* --------------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. BACKOUT.
000450 AUTHOR. KENT SPENCE.
000460 INSTALLATION. DATA PROCESSING DEPARTMENT.
000470 DATE-WRITTEN. 10/14/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510     FILE-CONTROL.
000520         SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "BKCARD"
000530             ORGANIZATION IS LINE SEQUENTIAL.
000540         SELECT OPTIONAL INPUT-FILE ASSIGN TO "SQRTIN"
000550             ORGANIZATION IS LINE SEQUENTIAL.
000560         SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000570             ORGANIZATION IS LINE SEQUENTIAL.
000580         SELECT HISTORY-OUT-FILE ASSIGN TO "RUNHNEW"
000590             ORGANIZATION IS LINE SEQUENTIAL.
000600         SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN TO "RUNREG"
000610             ORGANIZATION IS INDEXED
000620             ACCESS IS RANDOM
000630             RECORD KEY IS RR-KEY
000640             FILE STATUS IS BK-REGISTER-STATUS.
000650         SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000660             ORGANIZATION IS INDEXED
000670             ACCESS IS SEQUENTIAL
000680             RECORD KEY IS SU-KEY
000690             FILE STATUS IS BK-SUSP-STATUS.
000700         SELECT OPTIONAL ROOT-MASTER-FILE ASSIGN TO "ROOTMSTR"
000710             ORGANIZATION IS INDEXED
000720             ACCESS IS SEQUENTIAL
000730             RECORD KEY IS RM-KEY
000740             FILE STATUS IS BK-MASTER-STATUS.
000741         SELECT OPTIONAL LINEAGE-FILE ASSIGN TO "LINEAGE"
000742             ORGANIZATION IS INDEXED
000743             ACCESS IS SEQUENTIAL
000744             RECORD KEY IS LN-KEY
000745             FILE STATUS IS BK-LINEAGE-STATUS.
000746         SELECT OPTIONAL AUDIT-REGISTER-FILE ASSIGN TO "AUDITREG"
000747             ORGANIZATION IS LINE SEQUENTIAL.
000750         SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CONTROL-CARD-FILE.
000800 01  CONTROL-CARD.
000810     02  BC-RECORD-TYPE           PICTURE X(08).
000820         88  BC-BACKOUT-CARD                VALUE 'BACKOUT '.
000830     02  BC-BATCH-ID              PICTURE X(10).
000840     02  BC-RUN-DATE              PICTURE X(08).
000850     02  BC-RUN-DATE-N REDEFINES BC-RUN-DATE
000860                                  PICTURE 9(08).
000870     02  BC-AUTHORIZER            PICTURE X(08).
000880     02  FILLER                   PICTURE X(46).
000890 FD  INPUT-FILE.
000900 01  STANDARD-INPUT              PICTURE X(80).
000910 FD  RUN-HISTORY-FILE.
000920 01  RUN-HISTORY-RECORD.
000930     02  RH-BATCH-ID              PICTURE X(10).
000940     02  RH-RUN-DATE              PICTURE X(08).
000950     02  RH-SOURCE-SYSTEM         PICTURE X(10).
000960     02  RH-RECORD-COUNT          PICTURE 9(09).
000970     02  RH-VALID-COUNT           PICTURE 9(09).
000980     02  RH-REJECT-COUNT          PICTURE 9(09).
000990     02  RH-ABORT-COUNT           PICTURE 9(09).
001000     02  RH-MIN-ROOT              PICTURE S9(11)V9(6).
001010     02  RH-MAX-ROOT              PICTURE S9(11)V9(6).
001020     02  RH-AVG-ROOT              PICTURE S9(11)V9(6).
001030     02  RH-RETURN-CODE           PICTURE 9(02).
001040 FD  HISTORY-OUT-FILE.
001050 01  HISTORY-OUT-RECORD          PICTURE X(117).
001060 FD  RUN-REGISTER-FILE.
001070 01  RUN-REGISTER-RECORD.
001080     02  RR-KEY.
001090         03  RR-BATCH-ID          PICTURE X(10).
001100         03  RR-RUN-DATE          PICTURE X(08).
001110     02  RR-PROCESSED-DATE        PICTURE X(08).
001120     02  RR-RETURN-CODE           PICTURE 9(02).
001130 FD  SUSPENSE-FILE.
001140 01  SUSPENSE-RECORD.
001150     02  SU-KEY.
001160         03  SU-VALUE-DIGITS      PICTURE X(17).
001170         03  SU-ROOT-TYPE         PICTURE X(02).
001180     02  SU-ORIGINAL-IMAGE        PICTURE X(80).
001190     02  SU-BATCH-ID              PICTURE X(10).
001200     02  SU-RUN-DATE              PICTURE X(08).
001210     02  SU-REASON-CODE           PICTURE X(04).
001220     02  SU-STATUS                PICTURE X(01).
001230 FD  ROOT-MASTER-FILE.
001240 01  ROOT-MASTER-RECORD.
001250     02  RM-KEY.
001260         03  RM-SQ                PICTURE S9(11)V9(6).
001270         03  RM-ROOT-TYPE         PICTURE 9(02).
001280     02  RM-ROOT                  PICTURE S9(11)V9(6).
001290     02  RM-DIFF                  PICTURE V9(5).
001300     02  RM-LAST-RUN-DATE         PICTURE X(08).
001301     02  RM-LOCK-SWITCH           PICTURE X(01).
001302         88  RM-LOCKED                      VALUE 'L'.
001303 FD  LINEAGE-FILE.
001304 01  LINEAGE-RECORD.
001305     02  LN-KEY.
001306         03  LN-SQ                PICTURE S9(11)V9(6).
001307         03  LN-ROOT-TYPE         PICTURE 9(02).
001308         03  LN-RUN-DATE          PICTURE X(08).
001309         03  LN-RUN-BATCH-ID      PICTURE X(10).
001310     02  LN-ROOT                  PICTURE S9(11)V9(6).
001311     02  LN-DIFF                  PICTURE V9(5).
001312     02  LN-BATCH-ID              PICTURE X(10).
001313     02  LN-SOURCE-SYSTEM         PICTURE X(10).
001314     02  LN-ORIGIN                PICTURE X(01).
001315 FD  AUDIT-REGISTER-FILE.
001316 01  AUDIT-RECORD.
001317     02  AU-ACTION-DATE           PICTURE X(08).
001318     02  AU-ACTION-TIME           PICTURE X(08).
001319     02  AU-PROGRAM               PICTURE X(10).
001320     02  AU-ACTION                PICTURE X(08).
001321     02  AU-AUTHORIZER            PICTURE X(08).
001322     02  AU-TARGET-TYPE           PICTURE X(01).
001323         88  AU-TARGET-BATCH                VALUE 'B'.
001324     02  AU-TARGET                PICTURE X(30).
001325     02  AU-TARGET-BATCH-KEY REDEFINES AU-TARGET.
001326         03  AU-BATCH-ID          PICTURE X(10).
001327         03  AU-RUN-DATE          PICTURE X(08).
001328         03  FILLER               PICTURE X(12).
001329     02  AU-EFFECT-COUNT          PICTURE 9(09).
001330     02  AU-EFFECT                PICTURE X(30).
001331     02  FILLER                   PICTURE X(08).
001332 FD  STANDARD-OUTPUT.
001333 01  OUT-LINE                    PICTURE X(100).
001334
001340 WORKING-STORAGE SECTION.
001350
001360 01  RAW-RECORD-AREA                PICTURE X(80).
001370
001380 01  BATCH-HEADER-RECORD REDEFINES RAW-RECORD-AREA.
001390     02  BH-RECORD-TYPE              PICTURE X(08).
001400         88  BH-BATCH-HEADER                  VALUE 'BATCHHDR'.
001410     02  BH-BATCH-ID                 PICTURE X(10).
001420     02  BH-RUN-DATE                 PICTURE X(08).
001430     02  BH-SOURCE-SYSTEM            PICTURE X(10).
001440     02  FILLER                      PICTURE X(44).
001450
001460* ---------------------------------------------------------------
001470* RUN CONTROLS
001480* ---------------------------------------------------------------
001490 01  BK-SWITCHES.
001500     02  BK-CARD-SWITCH              PICTURE X(01) VALUE 'N'.
001510         88  BK-CARD-GOOD                     VALUE 'Y'.
001520     02  BK-INPUT-EOF-SWITCH         PICTURE X(01) VALUE 'N'.
001530         88  BK-END-OF-INPUT                  VALUE 'Y'.
001540     02  BK-HISTORY-EOF-SWITCH       PICTURE X(01) VALUE 'N'.
001550         88  BK-END-OF-HISTORY                VALUE 'Y'.
001560     02  BK-SUSP-EOF-SWITCH          PICTURE X(01) VALUE 'N'.
001570         88  BK-END-OF-SUSPENSE               VALUE 'Y'.
001580     02  BK-MASTER-EOF-SWITCH        PICTURE X(01) VALUE 'N'.
001590         88  BK-END-OF-MASTER                 VALUE 'Y'.
001591     02  BK-LIN-EOF-SWITCH           PICTURE X(01) VALUE 'N'.
001592         88  BK-END-OF-LINEAGE                VALUE 'Y'.
001600     02  BK-FOUND-SWITCH             PICTURE X(01) VALUE 'N'.
001610         88  BK-BATCH-FOUND                   VALUE 'Y'.
001620
001630 01  BK-REGISTER-STATUS             PICTURE X(02) VALUE '00'.
001640 01  BK-SUSP-STATUS                 PICTURE X(02) VALUE '00'.
001650 01  BK-MASTER-STATUS               PICTURE X(02) VALUE '00'.
001651 01  BK-LINEAGE-STATUS              PICTURE X(02) VALUE '00'.
001660
001670 01  BK-HALT-REASON                 PICTURE X(50) VALUE SPACES.
001680 01  BK-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
001681 01  BK-CURRENT-TIME                PICTURE X(08) VALUE SPACES.
001690
001700 01  BK-COUNTERS.
001710     02  BK-HISTORY-READ-COUNT       PICTURE 9(09) COMP VALUE 0.
001720     02  BK-HISTORY-GONE-COUNT       PICTURE 9(09) COMP VALUE 0.
001730     02  BK-SUSP-READ-COUNT          PICTURE 9(09) COMP VALUE 0.
001740     02  BK-SUSP-GONE-COUNT          PICTURE 9(09) COMP VALUE 0.
001750     02  BK-MASTER-READ-COUNT        PICTURE 9(09) COMP VALUE 0.
001760     02  BK-MASTER-GONE-COUNT        PICTURE 9(09) COMP VALUE 0.
001761     02  BK-MASTER-LOCKED-COUNT      PICTURE 9(09) COMP VALUE 0.
001770     02  BK-REGISTER-GONE-COUNT      PICTURE 9(09) COMP VALUE 0.
001771     02  BK-LIN-READ-COUNT           PICTURE 9(09) COMP VALUE 0.
001772     02  BK-LIN-GONE-COUNT           PICTURE 9(09) COMP VALUE 0.
001780
001790* ---------------------------------------------------------------
001800* BATCH IDS OF THE RUN - THE CARD'S, PLUS EVERY OTHER GROUP'S ON
001810* THE SUPPLIED GENERATION
001820* ---------------------------------------------------------------
001830 77  BK-BATCH-MAX                    PICTURE 9(04) COMP VALUE 50.
001840 77  BK-BATCH-COUNT                  PICTURE 9(04) COMP VALUE 0.
001850 77  BK-BSUB                         PICTURE 9(04) COMP VALUE 0.
001860 77  BK-HEADER-COUNT                 PICTURE 9(04) COMP VALUE 0.
001870 01  BK-BATCH-TABLE.
001880     02  BK-BATCH-ENTRY              PICTURE X(10)
001890                                     OCCURS 50 TIMES.
001900 01  BK-LOOKUP-BATCH-ID             PICTURE X(10) VALUE SPACES.
001910
001920* ---------------------------------------------------------------
001930* REPORT LAYOUTS
001940* ---------------------------------------------------------------
001950 01  Title-line.
001960     02  Filler PICTURE x(9) value spaces.
001970     02  Filler PICTURE x(18) value 'Run Backout Report'.
001980
001990 01  Card-line.
002000     02  Filler PICTURE x value space.
002010     02  Filler PICTURE x(10) value 'Batch id: '.
002020     02  cd-batch-id PICTURE x(10).
002030     02  Filler PICTURE x(2) value spaces.
002040     02  Filler PICTURE x(10) value 'Run date: '.
002050     02  cd-run-date PICTURE x(08).
002060     02  Filler PICTURE x(2) value spaces.
002070     02  Filler PICTURE x(12) value 'Authorizer: '.
002080     02  cd-authorizer PICTURE x(08).
002090     02  Filler PICTURE x(2) value spaces.
002100     02  Filler PICTURE x(7) value 'As of: '.
002110     02  cd-current-date PICTURE x(08).
002120
002130 01  Batch-line.
002140     02  Filler PICTURE x value space.
002150     02  Filler PICTURE x(20) value 'Batch group of run: '.
002160     02  bl-batch-id PICTURE x(10).
002170
002180 01  Under-line.
002190     02  Filler PICTURE x(90) value ALL '-'.
002200
002210 01  Section-line.
002220     02  Filler PICTURE x value space.
002230     02  sl-title PICTURE x(50).
002240
002250 01  History-line.
002260     02  Filler PICTURE x(3) value spaces.
002270     02  hl-batch-id PICTURE x(10).
002280     02  Filler PICTURE x(2) value spaces.
002290     02  hl-run-date PICTURE x(08).
002300     02  Filler PICTURE x(2) value spaces.
002310     02  hl-source PICTURE x(10).
002320     02  Filler PICTURE x(10) value '  Records '.
002330     02  hl-records PICTURE zzz,zzz,zz9.
002340     02  Filler PICTURE x(8) value '  Valid '.
002350     02  hl-valid PICTURE zzz,zzz,zz9.
002360     02  Filler PICTURE x(6) value '  RC '.
002370     02  hl-rc PICTURE z9.
002380
002390 01  Suspense-line.
002400     02  Filler PICTURE x(3) value spaces.
002410     02  sp-value PICTURE x(17).
002420     02  Filler PICTURE x(2) value spaces.
002430     02  sp-root-type PICTURE x(02).
002440     02  Filler PICTURE x(2) value spaces.
002450     02  sp-batch-id PICTURE x(10).
002460     02  Filler PICTURE x(2) value spaces.
002470     02  sp-reason PICTURE x(04).
002480     02  Filler PICTURE x(2) value spaces.
002490     02  sp-status PICTURE x(01).
002500
002510 01  Master-line.
002520     02  Filler PICTURE x(3) value spaces.
002530     02  ml-value PICTURE -(11)9.9(6).
002540     02  Filler PICTURE x(2) value spaces.
002550     02  ml-root-type PICTURE 99.
002560     02  Filler PICTURE x(2) value spaces.
002570     02  ml-root PICTURE -(11)9.9(6).
002580     02  Filler PICTURE x(2) value spaces.
002590     02  ml-diff PICTURE .9(5).
002591
002592 01  Lineage-line.
002593     02  Filler PICTURE x(3) value spaces.
002594     02  ll-value PICTURE -(11)9.9(6).
002595     02  Filler PICTURE x(2) value spaces.
002596     02  ll-root-type PICTURE 99.
002597     02  Filler PICTURE x(2) value spaces.
002598     02  ll-batch-id PICTURE x(10).
002599     02  Filler PICTURE x(2) value spaces.
002600     02  ll-root PICTURE -(11)9.9(6).
002601     02  Filler PICTURE x(2) value spaces.
002602     02  ll-origin PICTURE x(01).
002603
002610 01  Register-line.
002620     02  Filler PICTURE x(3) value spaces.
002630     02  rg-batch-id PICTURE x(10).
002640     02  Filler PICTURE x(2) value spaces.
002650     02  rg-run-date PICTURE x(08).
002660     02  Filler PICTURE x(12) value '  Processed '.
002670     02  rg-processed-date PICTURE x(08).
002680     02  Filler PICTURE x(6) value '  RC '.
002690     02  rg-rc PICTURE z9.
002700
002710* ---------------------------------------------------------------
002720* TRAILER (CONTROL TOTALS)
002730* ---------------------------------------------------------------
002740 01  Trailer-line-1.
002750     02  Filler PICTURE x value space.
002760     02  Filler PICTURE x(21) value 'Batch groups of run .'.
002770     02  tr-batch-count PICTURE zz,zzz,zz9.
002780
002790 01  Trailer-line-2.
002800     02  Filler PICTURE x value space.
002810     02  Filler PICTURE x(21) value 'Run-log recs removed.'.
002820     02  tr-history-gone PICTURE zz,zzz,zz9.
002830     02  Filler PICTURE x(4) value spaces.
002840     02  Filler PICTURE x(6) value 'kept: '.
002850     02  tr-history-kept PICTURE zz,zzz,zz9.
002860
002870 01  Trailer-line-3.
002880     02  Filler PICTURE x value space.
002890     02  Filler PICTURE x(21) value 'Suspense removed. . .'.
002900     02  tr-susp-gone PICTURE zz,zzz,zz9.
002910     02  Filler PICTURE x(4) value spaces.
002920     02  Filler PICTURE x(6) value 'read: '.
002930     02  tr-susp-read PICTURE zz,zzz,zz9.
002940
002950 01  Trailer-line-4.
002960     02  Filler PICTURE x value space.
002970     02  Filler PICTURE x(21) value 'Master removed. . . .'.
002980     02  tr-master-gone PICTURE zz,zzz,zz9.
002990     02  Filler PICTURE x(4) value spaces.
003000     02  Filler PICTURE x(6) value 'read: '.
003010     02  tr-master-read PICTURE zz,zzz,zz9.
003011     02  Filler PICTURE x(4) value spaces.
003012     02  Filler PICTURE x(8) value 'locked: '.
003013     02  tr-master-locked PICTURE zz,zzz,zz9.
003020
003030 01  Trailer-line-5.
003040     02  Filler PICTURE x value space.
003050     02  Filler PICTURE x(21) value 'Register rows removed'.
003060     02  tr-register-gone PICTURE zz,zzz,zz9.
003061
003062 01  Trailer-line-6.
003063     02  Filler PICTURE x value space.
003064     02  Filler PICTURE x(21) value 'Lineage removed . . .'.
003065     02  tr-lin-gone PICTURE zz,zzz,zz9.
003066     02  Filler PICTURE x(4) value spaces.
003067     02  Filler PICTURE x(6) value 'read: '.
003068     02  tr-lin-read PICTURE zz,zzz,zz9.
003070
003080 01  Warning-line.
003090     02  Filler PICTURE x value space.
003100     02  Filler PICTURE x(50)
003110         value 'NO RUN-LOG RECORD FOUND FOR THE RUN - SEE RC 4'.
003120
003130 PROCEDURE DIVISION.
003140
003150* =================================================================
003160* 0000-MAINLINE
003170* =================================================================
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200     IF BK-CARD-GOOD
003210         PERFORM 2000-COPY-HISTORY THRU 2000-EXIT
003220             UNTIL BK-END-OF-HISTORY
003230         PERFORM 2200-SCAN-SUSPENSE THRU 2200-EXIT
003240             UNTIL BK-END-OF-SUSPENSE
003250         PERFORM 2400-SCAN-MASTER THRU 2400-EXIT
003260             UNTIL BK-END-OF-MASTER
003261         PERFORM 2600-SCAN-LINEAGE THRU 2600-EXIT
003262             UNTIL BK-END-OF-LINEAGE
003270         PERFORM 3000-FINALIZE THRU 3000-EXIT
003280     ELSE
003290         PERFORM 3500-HALT-BAD-CARD THRU 3500-EXIT
003300     END-IF.
003310     STOP RUN.
003320
003330* =================================================================
003340* 1000-INITIALIZE - OPEN FILES, READ AND PROVE THE BACKOUT CARD,
003350* GATHER THE RUN'S BATCH IDS AND PRINT THE REPORT BANNER
003360* =================================================================
003370 1000-INITIALIZE.
003380     OPEN INPUT RUN-HISTORY-FILE
003390          OUTPUT HISTORY-OUT-FILE
003400          I-O RUN-REGISTER-FILE
003410          I-O SUSPENSE-FILE
003420          I-O ROOT-MASTER-FILE
003421          I-O LINEAGE-FILE
003430          OUTPUT STANDARD-OUTPUT.
003440     ACCEPT BK-CURRENT-DATE FROM DATE YYYYMMDD.
003441     ACCEPT BK-CURRENT-TIME FROM TIME.
003450     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003460     IF NOT BK-CARD-GOOD
003470         GO TO 1000-EXIT
003480     END-IF.
003490     PERFORM 1200-LOAD-BATCH-IDS THRU 1200-EXIT.
003500     IF NOT BK-CARD-GOOD
003510         GO TO 1000-EXIT
003520     END-IF.
003530     PERFORM 1300-CHECK-RUN-REGISTER THRU 1300-EXIT.
003540     IF NOT BK-CARD-GOOD
003550         GO TO 1000-EXIT
003560     END-IF.
003570     MOVE BC-BATCH-ID TO cd-batch-id.
003580     MOVE BC-RUN-DATE TO cd-run-date.
003590     MOVE BC-AUTHORIZER TO cd-authorizer.
003600     MOVE BK-CURRENT-DATE TO cd-current-date.
003610     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
003620     WRITE OUT-LINE FROM Card-line AFTER ADVANCING 1 LINE.
003630     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
003640     PERFORM 1250-PRINT-ONE-BATCH THRU 1250-EXIT
003650         VARYING BK-BSUB FROM 1 BY 1
003660         UNTIL BK-BSUB > BK-BATCH-COUNT.
003670     MOVE 'Run-log records removed from RUNHIST' TO sl-title.
003680     WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES.
003690 1000-EXIT.
003700     EXIT.
003710
003720* =================================================================
003730* 1100-READ-CONTROL-CARD - THE BKCARD MUST NAME THE BATCH ID, A
003740* NUMERIC RUN DATE AND THE AUTHORIZER
003750* =================================================================
003760 1100-READ-CONTROL-CARD.
003770     OPEN INPUT CONTROL-CARD-FILE.
003780     READ CONTROL-CARD-FILE
003790         AT END
003800             MOVE SPACES TO CONTROL-CARD
003810     END-READ.
003820     CLOSE CONTROL-CARD-FILE.
003830     IF NOT BC-BACKOUT-CARD
003840         OR BC-BATCH-ID = SPACES
003850         OR BC-RUN-DATE-N NOT NUMERIC
003860         OR BC-AUTHORIZER = SPACES
003870         MOVE 'BKCARD MISSING OR NOT VALID' TO BK-HALT-REASON
003880         GO TO 1100-EXIT
003890     END-IF.
003900     SET BK-CARD-GOOD TO TRUE.
003910     MOVE 1 TO BK-BATCH-COUNT.
003920     MOVE BC-BATCH-ID TO BK-BATCH-ENTRY (1).
003930 1100-EXIT.
003940     EXIT.
003950
003960* =================================================================
003970* 1200-LOAD-BATCH-IDS - READ THE BACKED-OUT GENERATION, WHEN ONE
003980* IS SUPPLIED, FOR THE BATCH ID OF EVERY GROUP ON IT.  ITS FIRST
003990* BATCHHDR MUST BE THE CARD'S BATCH ID, OR IT IS NOT THIS RUN.
004000* =================================================================
004010 1200-LOAD-BATCH-IDS.
004020     OPEN INPUT INPUT-FILE.
004030     PERFORM 1210-READ-ONE-RECORD THRU 1210-EXIT
004040         UNTIL BK-END-OF-INPUT OR NOT BK-CARD-GOOD.
004050     CLOSE INPUT-FILE.
004060 1200-EXIT.
004070     EXIT.
004080
004090* =================================================================
004100* 1210-READ-ONE-RECORD - TABLE THE BATCH ID OF ONE BATCHHDR
004110* =================================================================
004120 1210-READ-ONE-RECORD.
004130     READ INPUT-FILE INTO RAW-RECORD-AREA
004140         AT END
004150             SET BK-END-OF-INPUT TO TRUE
004160             GO TO 1210-EXIT
004170     END-READ.
004180     IF NOT BH-BATCH-HEADER
004190         GO TO 1210-EXIT
004200     END-IF.
004210     ADD 1 TO BK-HEADER-COUNT.
004220     IF BK-HEADER-COUNT = 1 AND BH-BATCH-ID NOT = BC-BATCH-ID
004230         MOVE 'N' TO BK-CARD-SWITCH
004240         MOVE 'SQRTIN IS NOT THE GENERATION OF THIS RUN'
004250             TO BK-HALT-REASON
004260         GO TO 1210-EXIT
004270     END-IF.
004280     MOVE BH-BATCH-ID TO BK-LOOKUP-BATCH-ID.
004290     PERFORM 2900-FIND-BATCH-ID THRU 2900-EXIT.
004300     IF BK-BATCH-FOUND
004310         GO TO 1210-EXIT
004320     END-IF.
004330     IF BK-BATCH-COUNT NOT < BK-BATCH-MAX
004340         MOVE 'N' TO BK-CARD-SWITCH
004350         MOVE 'MORE BATCH GROUPS ON SQRTIN THAN THE TABLE HOLDS'
004360             TO BK-HALT-REASON
004370         GO TO 1210-EXIT
004380     END-IF.
004390     ADD 1 TO BK-BATCH-COUNT.
004400     MOVE BH-BATCH-ID TO BK-BATCH-ENTRY (BK-BATCH-COUNT).
004410 1210-EXIT.
004420     EXIT.
004430
004440* =================================================================
004450* 1250-PRINT-ONE-BATCH - LIST ONE BATCH ID OF THE RUN
004460* =================================================================
004470 1250-PRINT-ONE-BATCH.
004480     MOVE BK-BATCH-ENTRY (BK-BSUB) TO bl-batch-id.
004490     WRITE OUT-LINE FROM Batch-line AFTER ADVANCING 1 LINE.
004500 1250-EXIT.
004510     EXIT.
004520
004530* =================================================================
004540* 1300-CHECK-RUN-REGISTER - THE RUN MUST BE ON THE REGISTER.  THE
004550* ROW IS LEFT IN THE RECORD AREA AND DELETED AT FINALIZE.
004560* =================================================================
004570 1300-CHECK-RUN-REGISTER.
004580     MOVE BC-BATCH-ID TO RR-BATCH-ID.
004590     MOVE BC-RUN-DATE TO RR-RUN-DATE.
004600     READ RUN-REGISTER-FILE
004610         INVALID KEY
004620             CONTINUE
004630     END-READ.
004640     IF BK-REGISTER-STATUS NOT = '00'
004650         MOVE 'N' TO BK-CARD-SWITCH
004660         MOVE 'RUN IS NOT ON THE RUN REGISTER' TO BK-HALT-REASON
004670     END-IF.
004680 1300-EXIT.
004690     EXIT.
004700
004710* =================================================================
004720* 2000-COPY-HISTORY - CARRY ONE RUN-LOG RECORD TO RUNHNEW, OR DROP
004730* IT WHEN IT IS THE BACKED-OUT RUN'S
004740* =================================================================
004750 2000-COPY-HISTORY.
004760     READ RUN-HISTORY-FILE
004770         AT END
004780             SET BK-END-OF-HISTORY TO TRUE
004790             GO TO 2000-EXIT
004800     END-READ.
004810     ADD 1 TO BK-HISTORY-READ-COUNT.
004820     MOVE 'N' TO BK-FOUND-SWITCH.
004830     IF RH-RUN-DATE = BC-RUN-DATE
004840         MOVE RH-BATCH-ID TO BK-LOOKUP-BATCH-ID
004850         PERFORM 2900-FIND-BATCH-ID THRU 2900-EXIT
004860     END-IF.
004870     IF NOT BK-BATCH-FOUND
004880         WRITE HISTORY-OUT-RECORD FROM RUN-HISTORY-RECORD
004890         GO TO 2000-EXIT
004900     END-IF.
004910     ADD 1 TO BK-HISTORY-GONE-COUNT.
004920     MOVE RH-BATCH-ID TO hl-batch-id.
004930     MOVE RH-RUN-DATE TO hl-run-date.
004940     MOVE RH-SOURCE-SYSTEM TO hl-source.
004950     MOVE RH-RECORD-COUNT TO hl-records.
004960     MOVE RH-VALID-COUNT TO hl-valid.
004970     MOVE RH-RETURN-CODE TO hl-rc.
004980     WRITE OUT-LINE FROM History-line AFTER ADVANCING 1 LINE.
004990 2000-EXIT.
005000     EXIT.
005010
005020* =================================================================
005030* 2200-SCAN-SUSPENSE - DELETE ONE SUSPENSE ENTRY WHEN THE RUN
005040* FIRST STAMPED IT.  AN ENTRY ALREADY IN SUSPENSE BEFORE THE RUN
005050* KEPT ITS ORIGINAL STAMP AND IS LEFT ALONE.
005060* =================================================================
005070 2200-SCAN-SUSPENSE.
005080     IF BK-SUSP-READ-COUNT = 0
005090         MOVE 'Suspense entries first stamped by the run'
005100             TO sl-title
005110         WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES
005120     END-IF.
005130     READ SUSPENSE-FILE
005140         AT END
005150             SET BK-END-OF-SUSPENSE TO TRUE
005160             GO TO 2200-EXIT
005170     END-READ.
005180     ADD 1 TO BK-SUSP-READ-COUNT.
005190     IF SU-RUN-DATE NOT = BC-RUN-DATE
005200         GO TO 2200-EXIT
005210     END-IF.
005220     MOVE SU-BATCH-ID TO BK-LOOKUP-BATCH-ID.
005230     PERFORM 2900-FIND-BATCH-ID THRU 2900-EXIT.
005240     IF NOT BK-BATCH-FOUND
005250         GO TO 2200-EXIT
005260     END-IF.
005270     DELETE SUSPENSE-FILE RECORD.
005280     ADD 1 TO BK-SUSP-GONE-COUNT.
005290     MOVE SU-VALUE-DIGITS TO sp-value.
005300     MOVE SU-ROOT-TYPE TO sp-root-type.
005310     MOVE SU-BATCH-ID TO sp-batch-id.
005320     MOVE SU-REASON-CODE TO sp-reason.
005330     MOVE SU-STATUS TO sp-status.
005340     WRITE OUT-LINE FROM Suspense-line AFTER ADVANCING 1 LINE.
005350 2200-EXIT.
005360     EXIT.
005370
005380* =================================================================
005390* 2400-SCAN-MASTER - DELETE ONE ROOT MASTER ENTRY WHEN IT WAS LAST
005400* WRITTEN ON THE RUN DATE, UNLESS IT IS LOCKED
005410* =================================================================
005420 2400-SCAN-MASTER.
005430     IF BK-MASTER-READ-COUNT = 0
005440         MOVE 'Root master entries last written on the run date'
005450             TO sl-title
005460         WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES
005470     END-IF.
005480     READ ROOT-MASTER-FILE
005490         AT END
005500             SET BK-END-OF-MASTER TO TRUE
005510             GO TO 2400-EXIT
005520     END-READ.
005530     ADD 1 TO BK-MASTER-READ-COUNT.
005540     IF RM-LAST-RUN-DATE NOT = BC-RUN-DATE
005550         GO TO 2400-EXIT
005560     END-IF.
005561     IF RM-LOCKED
005562         ADD 1 TO BK-MASTER-LOCKED-COUNT
005563         GO TO 2400-EXIT
005564     END-IF.
005570     DELETE ROOT-MASTER-FILE RECORD.
005580     ADD 1 TO BK-MASTER-GONE-COUNT.
005590     MOVE RM-SQ TO ml-value.
005600     MOVE RM-ROOT-TYPE TO ml-root-type.
005610     MOVE RM-ROOT TO ml-root.
005620     MOVE RM-DIFF TO ml-diff.
005630     WRITE OUT-LINE FROM Master-line AFTER ADVANCING 1 LINE.
005640 2400-EXIT.
005650     EXIT.
005651
005652* =================================================================
005653* 2600-SCAN-LINEAGE - DELETE ONE ROOT LINEAGE ENTRY WHEN ONE OF
005654* THE RUN'S BATCH GROUPS WROTE IT ON THE RUN DATE
005655* =================================================================
005656 2600-SCAN-LINEAGE.
005657     IF BK-LIN-READ-COUNT = 0
005658         MOVE 'Root lineage entries written by the run'
005659             TO sl-title
005660         WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES
005661     END-IF.
005662     READ LINEAGE-FILE
005663         AT END
005664             SET BK-END-OF-LINEAGE TO TRUE
005665             GO TO 2600-EXIT
005666     END-READ.
005667     ADD 1 TO BK-LIN-READ-COUNT.
005668     IF LN-RUN-DATE NOT = BC-RUN-DATE
005669         GO TO 2600-EXIT
005670     END-IF.
005671     MOVE LN-BATCH-ID TO BK-LOOKUP-BATCH-ID.
005672     PERFORM 2900-FIND-BATCH-ID THRU 2900-EXIT.
005673     IF NOT BK-BATCH-FOUND
005674         GO TO 2600-EXIT
005675     END-IF.
005676     DELETE LINEAGE-FILE RECORD.
005677     ADD 1 TO BK-LIN-GONE-COUNT.
005678     MOVE LN-SQ TO ll-value.
005679     MOVE LN-ROOT-TYPE TO ll-root-type.
005680     MOVE LN-BATCH-ID TO ll-batch-id.
005681     MOVE LN-ROOT TO ll-root.
005682     MOVE LN-ORIGIN TO ll-origin.
005683     WRITE OUT-LINE FROM Lineage-line AFTER ADVANCING 1 LINE.
005684 2600-EXIT.
005685     EXIT.
005686
005687* =================================================================
005688* 2900-FIND-BATCH-ID - IS BK-LOOKUP-BATCH-ID ONE OF THE RUN'S?
005690* =================================================================
005700 2900-FIND-BATCH-ID.
005710     MOVE 'N' TO BK-FOUND-SWITCH.
005720     MOVE 1 TO BK-BSUB.
005730     PERFORM 2950-CHECK-ONE-BATCH THRU 2950-EXIT
005740         UNTIL BK-BATCH-FOUND OR BK-BSUB > BK-BATCH-COUNT.
005750 2900-EXIT.
005760     EXIT.
005770
005780* =================================================================
005790* 2950-CHECK-ONE-BATCH - COMPARE ONE TABLE ENTRY
005800* =================================================================
005810 2950-CHECK-ONE-BATCH.
005820     IF BK-BATCH-ENTRY (BK-BSUB) = BK-LOOKUP-BATCH-ID
005830         SET BK-BATCH-FOUND TO TRUE
005840     ELSE
005850         ADD 1 TO BK-BSUB
005860     END-IF.
005870 2950-EXIT.
005880     EXIT.
005890
005900* =================================================================
005910* 3000-FINALIZE - DELETE THE REGISTER ROW, PRINT THE COUNTS, SET
005920* THE RETURN CODE AND CLOSE FILES
005930* =================================================================
005940 3000-FINALIZE.
005950     MOVE 'Run register row removed' TO sl-title.
005960     WRITE OUT-LINE FROM Section-line AFTER ADVANCING 2 LINES.
005970     MOVE BC-BATCH-ID TO RR-BATCH-ID.
005980     MOVE BC-RUN-DATE TO RR-RUN-DATE.
005990     READ RUN-REGISTER-FILE
006000         INVALID KEY
006010             CONTINUE
006020     END-READ.
006030     IF BK-REGISTER-STATUS = '00'
006040         MOVE RR-BATCH-ID TO rg-batch-id
006050         MOVE RR-RUN-DATE TO rg-run-date
006060         MOVE RR-PROCESSED-DATE TO rg-processed-date
006070         MOVE RR-RETURN-CODE TO rg-rc
006080         DELETE RUN-REGISTER-FILE RECORD
006090         ADD 1 TO BK-REGISTER-GONE-COUNT
006100         WRITE OUT-LINE FROM Register-line AFTER ADVANCING 1 LINE
006110     END-IF.
006120     MOVE BK-BATCH-COUNT TO tr-batch-count.
006130     MOVE BK-HISTORY-GONE-COUNT TO tr-history-gone.
006140     COMPUTE tr-history-kept =
006150         BK-HISTORY-READ-COUNT - BK-HISTORY-GONE-COUNT.
006160     MOVE BK-SUSP-GONE-COUNT TO tr-susp-gone.
006170     MOVE BK-SUSP-READ-COUNT TO tr-susp-read.
006180     MOVE BK-MASTER-GONE-COUNT TO tr-master-gone.
006190     MOVE BK-MASTER-READ-COUNT TO tr-master-read.
006191     MOVE BK-MASTER-LOCKED-COUNT TO tr-master-locked.
006200     MOVE BK-REGISTER-GONE-COUNT TO tr-register-gone.
006201     MOVE BK-LIN-GONE-COUNT TO tr-lin-gone.
006202     MOVE BK-LIN-READ-COUNT TO tr-lin-read.
006210     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 2 LINES.
006220     WRITE OUT-LINE FROM Trailer-line-1 AFTER ADVANCING 1 LINE.
006230     WRITE OUT-LINE FROM Trailer-line-2 AFTER ADVANCING 1 LINE.
006240     WRITE OUT-LINE FROM Trailer-line-3 AFTER ADVANCING 1 LINE.
006250     WRITE OUT-LINE FROM Trailer-line-4 AFTER ADVANCING 1 LINE.
006251     WRITE OUT-LINE FROM Trailer-line-6 AFTER ADVANCING 1 LINE.
006260     WRITE OUT-LINE FROM Trailer-line-5 AFTER ADVANCING 1 LINE.
006270     IF BK-HISTORY-GONE-COUNT = 0
006280         WRITE OUT-LINE FROM Warning-line AFTER ADVANCING 2 LINES
006290         MOVE 4 TO RETURN-CODE
006300     END-IF.
006301     PERFORM 3100-WRITE-AUDIT-RECORD THRU 3100-EXIT.
006310     CLOSE RUN-HISTORY-FILE, HISTORY-OUT-FILE, RUN-REGISTER-FILE,
006320         SUSPENSE-FILE, ROOT-MASTER-FILE, LINEAGE-FILE,
006321         STANDARD-OUTPUT.
006330 3000-EXIT.
006340     EXIT.
006341
006342* =================================================================
006343* 3100-WRITE-AUDIT-RECORD - APPEND THE BACKOUT TO AUTHORIZATION
006344* AUDIT REGISTER: WHO AUTHORIZED IT, THE RUN IT NAMED AND HOW MANY
006345* RUN-LOG, SUSPENSE, MASTER AND LINEAGE RECORDS IT REMOVED
006346* =================================================================
006347 3100-WRITE-AUDIT-RECORD.
006348     OPEN EXTEND AUDIT-REGISTER-FILE.
006349     MOVE SPACES TO AUDIT-RECORD.
006350     MOVE BK-CURRENT-DATE TO AU-ACTION-DATE.
006351     MOVE BK-CURRENT-TIME TO AU-ACTION-TIME.
006352     MOVE 'BACKOUT' TO AU-PROGRAM.
006353     MOVE 'BACKOUT' TO AU-ACTION.
006354     MOVE BC-AUTHORIZER TO AU-AUTHORIZER.
006355     SET AU-TARGET-BATCH TO TRUE.
006356     MOVE BC-BATCH-ID TO AU-BATCH-ID.
006357     MOVE BC-RUN-DATE TO AU-RUN-DATE.
006358     COMPUTE AU-EFFECT-COUNT = BK-HISTORY-GONE-COUNT
006359         + BK-SUSP-GONE-COUNT + BK-MASTER-GONE-COUNT
006360         + BK-LIN-GONE-COUNT.
006361     MOVE 'RUN BACKED OUT - RECORDS GONE' TO AU-EFFECT.
006362     WRITE AUDIT-RECORD.
006363     CLOSE AUDIT-REGISTER-FILE.
006364 3100-EXIT.
006365     EXIT.
006366
006367* =================================================================
006370* 3500-HALT-BAD-CARD - NO USABLE BKCARD, THE WRONG GENERATION, OR
006380* A RUN THE REGISTER DOES NOT KNOW: SAY SO AND TOUCH NOTHING.  THE
006390* RETURN CODE HOLDS THE RUNHIST SWAP STEP.
006400* =================================================================
006410 3500-HALT-BAD-CARD.
006420     DISPLAY 'BACKOUT HALTED - ' BK-HALT-REASON.
006430     DISPLAY 'NOTHING WAS REMOVED - CORRECT BKCARD OR SQRTIN'.
006440     MOVE 16 TO RETURN-CODE.
006450     CLOSE RUN-HISTORY-FILE, HISTORY-OUT-FILE, RUN-REGISTER-FILE,
006460         SUSPENSE-FILE, ROOT-MASTER-FILE, LINEAGE-FILE,
006461         STANDARD-OUTPUT.
006470 3500-EXIT.
006480     EXIT.
