000010* ===================================================================
000020* PROGRAM-ID:  MSTRMNT
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/15/2026
000060*
000070* REMARKS:     CORRECTION TRANSACTIONS AGAINST THE KEYED ROOT
000080*              MASTER (ROOTMSTR).  UNTIL NOW ONLY SQUAREROOT'S
000090*              2220-SAVE-MASTER AND THE MSTRHSKP AGE PURGE EVER
000100*              CHANGED AN ENTRY, SO A BAD CACHED ROOT COULD ONLY
000110*              BE CLEARED BY WAITING IT OUT.  EACH CARD ON
000120*              MNTCARD NAMES AN ENTRY BY VALUE AND ROOT TYPE,
000130*              CARRIES THE AUTHORIZER'S ID, AND ASKS FOR ONE OF
000140*                DELETE   - REMOVE THE ENTRY (IT RECOMPUTES ON
000150*                           THE VALUE'S NEXT APPEARANCE),
000160*                RECOMPUT - RECOMPUTE THE ROOT NOW AT THE
000170*                           TOLERANCE ON THE CARD, THROUGH
000180*                           CALCROOT OR CUBEROOT AS THE NIGHTLY
000190*                           RUN WOULD,
000200*                LOCK     - PIN THE ENTRY SO SQUAREROOT NEVER
000210*                           REWRITES IT AND MSTRHSKP AND BACKOUT
000220*                           NEVER REMOVE IT,
000230*                UNLOCK   - RELEASE A LOCKED ENTRY.
000240*              A LOCKED ENTRY MUST BE UNLOCKED BEFORE IT CAN BE
000250*              DELETED OR RECOMPUTED, SO EVERY CHANGE TO A PINNED
000260*              ROOT IS A DELIBERATE, JOURNALED STEP.  EVERY
000270*              APPLIED CARD APPENDS ITS BEFORE AND AFTER IMAGES
000280*              TO THE MASTER JOURNAL (MSTRJRNL) WITH THE
000290*              AUTHORIZER, THE REASON AND THE TIME; EVERY CARD
000300*              PRINTS APPLIED OR REJECTED WITH ITS REASON.  ANY
000310*              REJECTED CARD ENDS WITH RETURN CODE 4.  SEE
000320*              JCL/CORRJOB.JCL.
000321*              EVERY APPLIED CARD IS ALSO APPENDED TO THE
000322*              AUTHORIZATION AUDIT REGISTER (AUDITREG) UNDER ITS
000323*              AUTHORIZER, WITH THE ENTRY'S VALUE AND ROOT TYPE.
000330*
000340* MODIFICATION HISTORY
000350* --------------------------------------------------------------
000360* DATE        INIT  DESCRIPTION
000370* --------------------------------------------------------------
000380* 10/15/2026  KS    ORIGINAL PROGRAM.  WRITTEN ALONGSIDE THE LOCK
000390*                   FLAG ADDED TO THE ROOT MASTER RECORD.
000391* 10/15/2026  KS    EACH APPLIED CARD IS APPENDED TO THE
000392*                   AUTHORIZATION AUDIT REGISTER (AUDITREG).
000400* --------------------------------------------------------------
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. MSTRMNT.
000430 AUTHOR. KENT SPENCE.
000440 INSTALLATION. DATA PROCESSING DEPARTMENT.
000450 DATE-WRITTEN. 10/15/2026.
000460 DATE-COMPILED.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490     FILE-CONTROL.
000500         SELECT OPTIONAL ROOT-MASTER-FILE ASSIGN TO "ROOTMSTR"
000510             ORGANIZATION IS INDEXED
000520             ACCESS IS RANDOM
000530             RECORD KEY IS RM-KEY
000540             FILE STATUS IS MM-MASTER-STATUS.
000550         SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "MNTCARD"
000560             ORGANIZATION IS LINE SEQUENTIAL.
000570         SELECT JOURNAL-FILE ASSIGN TO "MSTRJRNL"
000580             ORGANIZATION IS LINE SEQUENTIAL.
000581         SELECT OPTIONAL AUDIT-REGISTER-FILE ASSIGN TO "AUDITREG"
000582             ORGANIZATION IS LINE SEQUENTIAL.
000590         SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ROOT-MASTER-FILE.
000640 01  ROOT-MASTER-RECORD.
000650     02  RM-KEY.
000660         03  RM-SQ                PICTURE S9(11)V9(6).
000670         03  RM-ROOT-TYPE         PICTURE 9(02).
000680             88  RM-ROOT-TYPE-CUBE          VALUE 3.
000690     02  RM-ROOT                  PICTURE S9(11)V9(6).
000700     02  RM-DIFF                  PICTURE V9(5).
000710     02  RM-LAST-RUN-DATE         PICTURE X(08).
000720     02  RM-LOCK-SWITCH           PICTURE X(01).
000730         88  RM-LOCKED                      VALUE 'L'.
000740 FD  TRANSACTION-FILE.
000750 01  TRANSACTION-CARD.
000760     02  MT-ACTION                PICTURE X(08).
000770         88  MT-ACTION-DELETE               VALUE 'DELETE  '.
000780         88  MT-ACTION-RECOMPUTE            VALUE 'RECOMPUT'.
000790         88  MT-ACTION-LOCK                 VALUE 'LOCK    '.
000800         88  MT-ACTION-UNLOCK               VALUE 'UNLOCK  '.
000810     02  MT-SQ                    PICTURE S9(11)V9(6).
000811     02  MT-SQ-IMAGE REDEFINES MT-SQ
000812                                  PICTURE X(17).
000820     02  MT-ROOT-TYPE             PICTURE 9(02).
000830     02  MT-DIFF-IMAGE            PICTURE X(05).
000840     02  MT-DIFF REDEFINES MT-DIFF-IMAGE
000850                                  PICTURE V9(5).
000860     02  MT-AUTHORIZER            PICTURE X(08).
000870     02  MT-REASON                PICTURE X(40).
000880 FD  JOURNAL-FILE.
000890 01  JOURNAL-RECORD.
000900     02  MJ-PROCESS-DATE          PICTURE X(08).
000910     02  MJ-PROCESS-TIME          PICTURE X(08).
000920     02  MJ-ACTION                PICTURE X(08).
000930     02  MJ-AUTHORIZER            PICTURE X(08).
000940     02  MJ-BEFORE-IMAGE.
000950         03  MJ-B-SQ              PICTURE S9(11)V9(6).
000960         03  MJ-B-ROOT-TYPE       PICTURE 9(02).
000970         03  MJ-B-ROOT            PICTURE S9(11)V9(6).
000980         03  MJ-B-DIFF            PICTURE V9(5).
000990         03  MJ-B-LAST-RUN-DATE   PICTURE X(08).
001000         03  MJ-B-LOCK-SWITCH     PICTURE X(01).
001010     02  MJ-AFTER-IMAGE.
001020         03  MJ-A-SQ              PICTURE S9(11)V9(6).
001030         03  MJ-A-ROOT-TYPE       PICTURE 9(02).
001040         03  MJ-A-ROOT            PICTURE S9(11)V9(6).
001050         03  MJ-A-DIFF            PICTURE V9(5).
001060         03  MJ-A-LAST-RUN-DATE   PICTURE X(08).
001070         03  MJ-A-LOCK-SWITCH     PICTURE X(01).
001080     02  MJ-REASON                PICTURE X(40).
001081 FD  AUDIT-REGISTER-FILE.
001082 01  AUDIT-RECORD.
001083     02  AU-ACTION-DATE           PICTURE X(08).
001084     02  AU-ACTION-TIME           PICTURE X(08).
001085     02  AU-PROGRAM               PICTURE X(10).
001086     02  AU-ACTION                PICTURE X(08).
001087     02  AU-AUTHORIZER            PICTURE X(08).
001088     02  AU-TARGET-TYPE           PICTURE X(01).
001089         88  AU-TARGET-VALUE                VALUE 'V'.
001090     02  AU-TARGET                PICTURE X(30).
001091     02  AU-TARGET-VALUE-KEY REDEFINES AU-TARGET.
001092         03  AU-VALUE-DIGITS      PICTURE X(17).
001093         03  AU-ROOT-TYPE         PICTURE X(02).
001094         03  AU-BATCH-ID          PICTURE X(10).
001095         03  FILLER               PICTURE X(01).
001096     02  AU-EFFECT-COUNT          PICTURE 9(09).
001097     02  AU-EFFECT                PICTURE X(30).
001098     02  FILLER                   PICTURE X(08).
001099 FD  STANDARD-OUTPUT.
001100 01  OUT-LINE                    PICTURE X(100).
001110
001120 WORKING-STORAGE SECTION.
001130
001140* ---------------------------------------------------------------
001150* RUN CONTROLS
001160* ---------------------------------------------------------------
001170 01  MM-SWITCHES.
001180     02  MM-CARD-EOF-SWITCH          PICTURE X(01) VALUE 'N'.
001190         88  MM-END-OF-CARDS                  VALUE 'Y'.
001200     02  MM-CARD-SWITCH              PICTURE X(01) VALUE 'Y'.
001210         88  MM-CARD-GOOD                     VALUE 'Y'.
001220     02  MM-ITER-FLAG                PICTURE X(01) VALUE 'N'.
001230         88  MM-ITER-EXCEEDED                 VALUE 'Y'.
001240
001250 01  MM-MASTER-STATUS               PICTURE X(02) VALUE '00'.
001260
001270 01  MM-COUNTERS.
001280     02  MM-CARD-COUNT               PICTURE 9(09) COMP VALUE 0.
001290     02  MM-DELETED-COUNT            PICTURE 9(09) COMP VALUE 0.
001300     02  MM-RECOMPUTED-COUNT         PICTURE 9(09) COMP VALUE 0.
001310     02  MM-LOCKED-COUNT             PICTURE 9(09) COMP VALUE 0.
001320     02  MM-UNLOCKED-COUNT           PICTURE 9(09) COMP VALUE 0.
001330     02  MM-REJECTED-COUNT           PICTURE 9(09) COMP VALUE 0.
001340     02  MM-JOURNAL-COUNT            PICTURE 9(09) COMP VALUE 0.
001350
001360* MM-ITER-MAX IS THE SHOP ITERATION LIMIT FOR A RECOMPUTE - THE
001370* SAME DEFAULT SQUAREROOT RUNS WITH WHEN NO CTLCARD OVERRIDES IT.
001380 77  MM-ITER-MAX                 PICTURE 9(04) COMP VALUE 1000.
001390
001400* CALCROOT / CUBEROOT PARAMETERS, SAME PICTURES AS SQUAREROOT'S
001410 77  MM-DIFF                         PICTURE V9(5).
001420 77  MM-SQUARE                       PICTURE 9(11)V9(6).
001430 77  MM-GUESS                        PICTURE 9(11)V9(6).
001440 77  MM-ROOT                         PICTURE 9(11)V9(6).
001450
001460 01  MM-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
001470 01  MM-CURRENT-TIME                PICTURE X(08) VALUE SPACES.
001480
001490* BEFORE IMAGE OF THE ENTRY THE CARD NAMES, TAKEN AT THE READ
001500 01  MM-BEFORE-IMAGE                PICTURE X(50) VALUE SPACES.
001510
001520* ---------------------------------------------------------------
001530* REPORT LAYOUTS
001540* ---------------------------------------------------------------
001550 01  Title-line.
001560     02  Filler PICTURE x(9) value spaces.
001570     02  Filler PICTURE x(28)
001580         value 'Root Master Correction Cards'.
001590
001600 01  Asof-line.
001610     02  Filler PICTURE x(9) value spaces.
001620     02  Filler PICTURE x(9) value 'As of:   '.
001630     02  ao-current-date PICTURE x(08).
001640
001650 01  Under-line.
001660     02  Filler PICTURE x(96) value ALL '-'.
001670
001680 01  Txn-heads.
001690     02  Filler PICTURE x value space.
001700     02  Filler PICTURE x(8) value 'Action'.
001710     02  Filler PICTURE x(2) value spaces.
001720     02  Filler PICTURE x(20) value '              Number'.
001730     02  Filler PICTURE x(2) value spaces.
001740     02  Filler PICTURE x(4) value 'Type'.
001750     02  Filler PICTURE x(2) value spaces.
001760     02  Filler PICTURE x(8) value 'Result'.
001770     02  Filler PICTURE x(2) value spaces.
001780     02  Filler PICTURE x(30) value 'Reason'.
001790     02  Filler PICTURE x(2) value spaces.
001800     02  Filler PICTURE x(4) value 'Auth'.
001810
001820 01  Txn-line.
001830     02  Filler PICTURE x value space.
001840     02  tx-action PICTURE x(08).
001850     02  Filler PICTURE x(2) value spaces.
001860     02  tx-sq PICTURE -(11)9.9(6).
001870     02  Filler PICTURE x(2) value spaces.
001880     02  tx-root-type PICTURE x(04).
001890     02  Filler PICTURE x(2) value spaces.
001900     02  tx-result PICTURE x(08).
001910     02  Filler PICTURE x(2) value spaces.
001920     02  tx-reason PICTURE x(30).
001930     02  Filler PICTURE x(2) value spaces.
001940     02  tx-authorizer PICTURE x(08).
001950
001960 01  Image-line.
001970     02  Filler PICTURE x(11) value spaces.
001980     02  im-label PICTURE x(08).
001990     02  Filler PICTURE x(7) value 'Root: '.
002000     02  im-root PICTURE -(11)9.9(6).
002010     02  Filler PICTURE x(7) value '  Tol: '.
002020     02  im-diff PICTURE .9(5).
002030     02  Filler PICTURE x(8) value '  Date: '.
002040     02  im-run-date PICTURE x(08).
002050     02  Filler PICTURE x(2) value spaces.
002060     02  im-lock PICTURE x(06).
002070
002080* ---------------------------------------------------------------
002090* TRAILER (CONTROL TOTALS)
002100* ---------------------------------------------------------------
002110 01  Trailer-line-1.
002120     02  Filler PICTURE x value space.
002130     02  Filler PICTURE x(21) value 'Cards read . . . . .'.
002140     02  tr-card-count PICTURE zz,zzz,zz9.
002150
002160 01  Trailer-line-2.
002170     02  Filler PICTURE x value space.
002180     02  Filler PICTURE x(21) value 'Entries deleted. . .'.
002190     02  tr-deleted-count PICTURE zz,zzz,zz9.
002200
002210 01  Trailer-line-3.
002220     02  Filler PICTURE x value space.
002230     02  Filler PICTURE x(21) value 'Entries recomputed .'.
002240     02  tr-recomputed-count PICTURE zz,zzz,zz9.
002250
002260 01  Trailer-line-4.
002270     02  Filler PICTURE x value space.
002280     02  Filler PICTURE x(21) value 'Entries locked . . .'.
002290     02  tr-locked-count PICTURE zz,zzz,zz9.
002300
002310 01  Trailer-line-5.
002320     02  Filler PICTURE x value space.
002330     02  Filler PICTURE x(21) value 'Entries unlocked . .'.
002340     02  tr-unlocked-count PICTURE zz,zzz,zz9.
002350
002360 01  Trailer-line-6.
002370     02  Filler PICTURE x value space.
002380     02  Filler PICTURE x(21) value 'Cards rejected . . .'.
002390     02  tr-rejected-count PICTURE zz,zzz,zz9.
002400
002410 01  Trailer-line-7.
002420     02  Filler PICTURE x value space.
002430     02  Filler PICTURE x(21) value 'Journal records. . .'.
002440     02  tr-journal-count PICTURE zz,zzz,zz9.
002450
002460 PROCEDURE DIVISION.
002470
002480* =================================================================
002490* 0000-MAINLINE
002500* =================================================================
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002540         UNTIL MM-END-OF-CARDS.
002550     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002560     STOP RUN.
002570
002580* =================================================================
002590* 1000-INITIALIZE - OPEN FILES, PRINT THE TRANSACTION BANNER AND
002600* PRIME THE CARD READ
002610* =================================================================
002620 1000-INITIALIZE.
002630     OPEN I-O ROOT-MASTER-FILE.
002640     OPEN INPUT TRANSACTION-FILE.
002650     OPEN EXTEND JOURNAL-FILE.
002651     OPEN EXTEND AUDIT-REGISTER-FILE.
002660     OPEN OUTPUT STANDARD-OUTPUT.
002670     ACCEPT MM-CURRENT-DATE FROM DATE YYYYMMDD.
002680     MOVE MM-CURRENT-DATE TO ao-current-date.
002690     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
002700     WRITE OUT-LINE FROM Asof-line AFTER ADVANCING 1 LINE.
002710     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
002720     WRITE OUT-LINE FROM Txn-heads AFTER ADVANCING 1 LINE.
002730     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
002740     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770
002780* =================================================================
002790* 2000-PROCESS-CARD - EDIT ONE CORRECTION CARD, APPLY IT WHEN IT
002800* EDITS CLEAN, AND PRINT IT APPLIED OR REJECTED.  AN APPLIED
002810* CARD ALSO PRINTS AND JOURNALS THE ENTRY'S BEFORE AND AFTER
002820* IMAGES.
002830* =================================================================
002840 2000-PROCESS-CARD.
002850     ADD 1 TO MM-CARD-COUNT.
002860     MOVE 'Y' TO MM-CARD-SWITCH.
002870     MOVE MT-ACTION TO tx-action.
002880     MOVE ZERO TO tx-sq.
002890     IF MT-SQ NUMERIC
002900         MOVE MT-SQ TO tx-sq
002910     END-IF.
002920     MOVE MT-ROOT-TYPE TO tx-root-type.
002930     MOVE MT-AUTHORIZER TO tx-authorizer.
002940     MOVE SPACES TO tx-reason.
002950     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
002960     IF MM-CARD-GOOD
002970         EVALUATE TRUE
002980             WHEN MT-ACTION-DELETE
002990                 PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
003000             WHEN MT-ACTION-RECOMPUTE
003010                 PERFORM 2400-APPLY-RECOMPUTE THRU 2400-EXIT
003020             WHEN MT-ACTION-LOCK
003030                 PERFORM 2500-APPLY-LOCK THRU 2500-EXIT
003040             WHEN MT-ACTION-UNLOCK
003050                 PERFORM 2600-APPLY-UNLOCK THRU 2600-EXIT
003060         END-EVALUATE
003070     END-IF.
003080     IF MM-CARD-GOOD
003090         MOVE 'APPLIED ' TO tx-result
003100     ELSE
003110         MOVE 'REJECTED' TO tx-result
003120         ADD 1 TO MM-REJECTED-COUNT
003130     END-IF.
003140     WRITE OUT-LINE FROM Txn-line AFTER ADVANCING 1 LINE.
003150     IF MM-CARD-GOOD
003160         PERFORM 2700-JOURNAL-CARD THRU 2700-EXIT
003161         PERFORM 2750-WRITE-AUDIT-RECORD THRU 2750-EXIT
003170     END-IF.
003180     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210
003220* =================================================================
003230* 2100-READ-CARD - READ ONE CORRECTION CARD, SET EOF AT END
003240* =================================================================
003250 2100-READ-CARD.
003260     READ TRANSACTION-FILE
003270         AT END
003280             SET MM-END-OF-CARDS TO TRUE
003290     END-READ.
003300 2100-EXIT.
003310     EXIT.
003320
003330* =================================================================
003340* 2200-EDIT-CARD - FIELD EDITS COMMON TO EVERY ACTION, THEN READ
003350* THE ENTRY.  EVERY ACTION WORKS ON AN EXISTING ENTRY, SO A KEY
003360* NOT ON THE MASTER IS REJECTED HERE.  THE BEFORE IMAGE IS KEPT
003370* FOR THE JOURNAL.
003380* =================================================================
003390 2200-EDIT-CARD.
003400     IF NOT (MT-ACTION-DELETE OR MT-ACTION-RECOMPUTE
003410             OR MT-ACTION-LOCK OR MT-ACTION-UNLOCK)
003420         MOVE 'ACTION NOT RECOGNIZED         ' TO tx-reason
003430         MOVE 'N' TO MM-CARD-SWITCH
003440         GO TO 2200-EXIT
003450     END-IF.
003460     IF MT-SQ NOT NUMERIC OR MT-ROOT-TYPE NOT NUMERIC
003470         MOVE 'VALUE OR ROOT TYPE NOT NUMERIC' TO tx-reason
003480         MOVE 'N' TO MM-CARD-SWITCH
003490         GO TO 2200-EXIT
003500     END-IF.
003510     IF MT-AUTHORIZER = SPACES
003520         MOVE 'NO AUTHORIZER ON CARD         ' TO tx-reason
003530         MOVE 'N' TO MM-CARD-SWITCH
003540         GO TO 2200-EXIT
003550     END-IF.
003560     IF MT-ACTION-RECOMPUTE
003570         IF MT-DIFF-IMAGE = SPACES
003580             OR MT-DIFF NOT NUMERIC OR MT-DIFF = 0
003590             MOVE 'RECOMPUTE TOLERANCE NOT VALID ' TO tx-reason
003600             MOVE 'N' TO MM-CARD-SWITCH
003610             GO TO 2200-EXIT
003620         END-IF
003630     END-IF.
003640     MOVE MT-SQ TO RM-SQ.
003650     MOVE MT-ROOT-TYPE TO RM-ROOT-TYPE.
003660     READ ROOT-MASTER-FILE
003670         INVALID KEY
003680             CONTINUE
003690     END-READ.
003700     IF MM-MASTER-STATUS NOT = '00'
003710         MOVE 'ENTRY NOT ON MASTER           ' TO tx-reason
003720         MOVE 'N' TO MM-CARD-SWITCH
003730         GO TO 2200-EXIT
003740     END-IF.
003750     MOVE ROOT-MASTER-RECORD TO MM-BEFORE-IMAGE.
003760 2200-EXIT.
003770     EXIT.
003780
003790* =================================================================
003800* 2300-APPLY-DELETE - REMOVE AN UNLOCKED ENTRY.  THE VALUE SIMPLY
003810* RECOMPUTES ON ITS NEXT APPEARANCE AND RE-ENTERS THE MASTER.
003820* =================================================================
003830 2300-APPLY-DELETE.
003840     IF RM-LOCKED
003850         MOVE 'ENTRY LOCKED - UNLOCK FIRST   ' TO tx-reason
003860         MOVE 'N' TO MM-CARD-SWITCH
003870         GO TO 2300-EXIT
003880     END-IF.
003890     DELETE ROOT-MASTER-FILE RECORD
003900         INVALID KEY
003910             MOVE 'MASTER DELETE FAILED          ' TO tx-reason
003920             MOVE 'N' TO MM-CARD-SWITCH
003930             GO TO 2300-EXIT
003940     END-DELETE.
003950     ADD 1 TO MM-DELETED-COUNT.
003960 2300-EXIT.
003970     EXIT.
003980
003990* =================================================================
004000* 2400-APPLY-RECOMPUTE - RECOMPUTE AN UNLOCKED ENTRY AT THE CARD'S
004010* TOLERANCE WITH THE SAME ROUTINE AND STARTING GUESS SQUAREROOT
004020* USES, AND REWRITE IT STAMPED WITH TODAY'S DATE.  A RECOMPUTE
004030* THAT DOES NOT CONVERGE LEAVES THE ENTRY AS IT WAS.
004040* =================================================================
004050 2400-APPLY-RECOMPUTE.
004060     IF RM-LOCKED
004070         MOVE 'ENTRY LOCKED - UNLOCK FIRST   ' TO tx-reason
004080         MOVE 'N' TO MM-CARD-SWITCH
004090         GO TO 2400-EXIT
004100     END-IF.
004110     MOVE MT-DIFF TO MM-DIFF.
004120     COMPUTE MM-SQUARE = RM-SQ.
004130     COMPUTE MM-GUESS ROUNDED = MM-SQUARE / 2.
004140     MOVE 'N' TO MM-ITER-FLAG.
004150     IF RM-ROOT-TYPE-CUBE
004160         CALL "CUBEROOT" USING MM-DIFF, MM-SQUARE, MM-GUESS,
004170             MM-ROOT, MM-ITER-MAX, MM-ITER-FLAG
004180     ELSE
004190         CALL "CALCROOT" USING MM-DIFF, MM-SQUARE, MM-GUESS,
004200             MM-ROOT, MM-ITER-MAX, MM-ITER-FLAG
004210     END-IF.
004220     IF MM-ITER-EXCEEDED
004230         MOVE 'RECOMPUTE DID NOT CONVERGE    ' TO tx-reason
004240         MOVE 'N' TO MM-CARD-SWITCH
004250         GO TO 2400-EXIT
004260     END-IF.
004270     MOVE MM-ROOT TO RM-ROOT.
004280     MOVE MM-DIFF TO RM-DIFF.
004290     MOVE MM-CURRENT-DATE TO RM-LAST-RUN-DATE.
004300     REWRITE ROOT-MASTER-RECORD
004310         INVALID KEY
004320             MOVE 'MASTER REWRITE FAILED         ' TO tx-reason
004330             MOVE 'N' TO MM-CARD-SWITCH
004340             GO TO 2400-EXIT
004350     END-REWRITE.
004360     ADD 1 TO MM-RECOMPUTED-COUNT.
004370 2400-EXIT.
004380     EXIT.
004390
004400* =================================================================
004410* 2500-APPLY-LOCK - PIN THE ENTRY AS IT STANDS.  THE ROOT, THE
004420* TOLERANCE AND THE DATE ARE LEFT EXACTLY AS THEY ARE.
004430* =================================================================
004440 2500-APPLY-LOCK.
004450     IF RM-LOCKED
004460         MOVE 'ENTRY ALREADY LOCKED          ' TO tx-reason
004470         MOVE 'N' TO MM-CARD-SWITCH
004480         GO TO 2500-EXIT
004490     END-IF.
004500     SET RM-LOCKED TO TRUE.
004510     REWRITE ROOT-MASTER-RECORD
004520         INVALID KEY
004530             MOVE 'MASTER REWRITE FAILED         ' TO tx-reason
004540             MOVE 'N' TO MM-CARD-SWITCH
004550             GO TO 2500-EXIT
004560     END-REWRITE.
004570     ADD 1 TO MM-LOCKED-COUNT.
004580 2500-EXIT.
004590     EXIT.
004600
004610* =================================================================
004620* 2600-APPLY-UNLOCK - RELEASE A LOCKED ENTRY BACK TO THE NIGHTLY
004630* RUN AND HOUSEKEEPING
004640* =================================================================
004650 2600-APPLY-UNLOCK.
004660     IF NOT RM-LOCKED
004670         MOVE 'ENTRY NOT LOCKED              ' TO tx-reason
004680         MOVE 'N' TO MM-CARD-SWITCH
004690         GO TO 2600-EXIT
004700     END-IF.
004710     MOVE SPACE TO RM-LOCK-SWITCH.
004720     REWRITE ROOT-MASTER-RECORD
004730         INVALID KEY
004740             MOVE 'MASTER REWRITE FAILED         ' TO tx-reason
004750             MOVE 'N' TO MM-CARD-SWITCH
004760             GO TO 2600-EXIT
004770     END-REWRITE.
004780     ADD 1 TO MM-UNLOCKED-COUNT.
004790 2600-EXIT.
004800     EXIT.
004810
004820* =================================================================
004830* 2700-JOURNAL-CARD - APPEND THE APPLIED CARD TO THE MASTER
004840* JOURNAL WITH THE ENTRY'S BEFORE AND AFTER IMAGES, AND PRINT
004850* BOTH IMAGES UNDER THE CARD.  A DELETE HAS NO AFTER IMAGE.
004860* =================================================================
004870 2700-JOURNAL-CARD.
004880     ACCEPT MM-CURRENT-TIME FROM TIME.
004890     MOVE SPACES TO JOURNAL-RECORD.
004900     MOVE MM-CURRENT-DATE TO MJ-PROCESS-DATE.
004910     MOVE MM-CURRENT-TIME TO MJ-PROCESS-TIME.
004920     MOVE MT-ACTION TO MJ-ACTION.
004930     MOVE MT-AUTHORIZER TO MJ-AUTHORIZER.
004940     MOVE MT-REASON TO MJ-REASON.
004950     MOVE MM-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
004960     IF NOT MT-ACTION-DELETE
004970         MOVE ROOT-MASTER-RECORD TO MJ-AFTER-IMAGE
004980     END-IF.
004990     WRITE JOURNAL-RECORD.
005000     ADD 1 TO MM-JOURNAL-COUNT.
005010     MOVE 'Before: ' TO im-label.
005020     MOVE MJ-B-ROOT TO im-root.
005030     MOVE MJ-B-DIFF TO im-diff.
005040     MOVE MJ-B-LAST-RUN-DATE TO im-run-date.
005050     MOVE SPACES TO im-lock.
005060     IF MJ-B-LOCK-SWITCH = 'L'
005070         MOVE 'LOCKED' TO im-lock
005080     END-IF.
005090     WRITE OUT-LINE FROM Image-line AFTER ADVANCING 1 LINE.
005100     IF MT-ACTION-DELETE
005110         GO TO 2700-EXIT
005120     END-IF.
005130     MOVE 'After:  ' TO im-label.
005140     MOVE MJ-A-ROOT TO im-root.
005150     MOVE MJ-A-DIFF TO im-diff.
005160     MOVE MJ-A-LAST-RUN-DATE TO im-run-date.
005170     MOVE SPACES TO im-lock.
005180     IF MJ-A-LOCK-SWITCH = 'L'
005190         MOVE 'LOCKED' TO im-lock
005200     END-IF.
005210     WRITE OUT-LINE FROM Image-line AFTER ADVANCING 1 LINE.
005220 2700-EXIT.
005230     EXIT.
005231
005232* =================================================================
005233* 2750-WRITE-AUDIT-RECORD - APPEND THE APPLIED CARD TO THE
005234* AUTHORIZATION AUDIT REGISTER: WHO AUTHORIZED IT, THE ENTRY IT
005235* NAMED AND THE CARD'S REASON.  THE MASTER CARRIES NO BATCH ID.
005236* =================================================================
005237 2750-WRITE-AUDIT-RECORD.
005238     MOVE SPACES TO AUDIT-RECORD.
005239     MOVE MM-CURRENT-DATE TO AU-ACTION-DATE.
005240     MOVE MM-CURRENT-TIME TO AU-ACTION-TIME.
005241     MOVE 'MSTRMNT' TO AU-PROGRAM.
005242     MOVE MT-ACTION TO AU-ACTION.
005243     MOVE MT-AUTHORIZER TO AU-AUTHORIZER.
005244     SET AU-TARGET-VALUE TO TRUE.
005245     MOVE MT-SQ-IMAGE TO AU-VALUE-DIGITS.
005246     MOVE MT-ROOT-TYPE TO AU-ROOT-TYPE.
005247     MOVE 1 TO AU-EFFECT-COUNT.
005248     MOVE MT-REASON TO AU-EFFECT.
005249     WRITE AUDIT-RECORD.
005250 2750-EXIT.
005251     EXIT.
005252
005253* =================================================================
005260* 3000-FINALIZE - PRINT THE TRANSACTION TOTALS, SET THE RETURN
005270* CODE AND CLOSE FILES
005280* =================================================================
005290 3000-FINALIZE.
005300     MOVE MM-CARD-COUNT TO tr-card-count.
005310     MOVE MM-DELETED-COUNT TO tr-deleted-count.
005320     MOVE MM-RECOMPUTED-COUNT TO tr-recomputed-count.
005330     MOVE MM-LOCKED-COUNT TO tr-locked-count.
005340     MOVE MM-UNLOCKED-COUNT TO tr-unlocked-count.
005350     MOVE MM-REJECTED-COUNT TO tr-rejected-count.
005360     MOVE MM-JOURNAL-COUNT TO tr-journal-count.
005370     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
005380     WRITE OUT-LINE FROM Trailer-line-1 AFTER ADVANCING 1 LINE.
005390     WRITE OUT-LINE FROM Trailer-line-2 AFTER ADVANCING 1 LINE.
005400     WRITE OUT-LINE FROM Trailer-line-3 AFTER ADVANCING 1 LINE.
005410     WRITE OUT-LINE FROM Trailer-line-4 AFTER ADVANCING 1 LINE.
005420     WRITE OUT-LINE FROM Trailer-line-5 AFTER ADVANCING 1 LINE.
005430     WRITE OUT-LINE FROM Trailer-line-6 AFTER ADVANCING 1 LINE.
005440     WRITE OUT-LINE FROM Trailer-line-7 AFTER ADVANCING 1 LINE.
005450     IF MM-REJECTED-COUNT > 0
005460         MOVE 4 TO RETURN-CODE
005470     END-IF.
005480     CLOSE ROOT-MASTER-FILE, TRANSACTION-FILE, JOURNAL-FILE,
005490         AUDIT-REGISTER-FILE, STANDARD-OUTPUT.
005500 3000-EXIT.
005510     EXIT.
