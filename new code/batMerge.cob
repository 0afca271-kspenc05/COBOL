000310* DATE        INIT  DESCRIPTION
000320* --------------------------------------------------------------
000330* 09/02/2026  KS    ORIGINAL PROGRAM.  SEE JCL/SQRTPAR.JCL FOR
000331*                   THE PARALLEL QUARTER-END CYCLE.
000332* 10/14/2026  KS    THE PIECE ROOT LINEAGE CLUSTERS (LIN1-LIN4)
000334*                   ARE NOW FOLDED INTO THE MASTER LINEAGE CLUSTER
000335*                   (LINEAGE) AFTER THE SUSPENSE MERGE.  A KEY
000336*                   ALREADY ON THE MASTER IS REPLACED BY THE
000338*                   PIECE'S ENTRY, AS SQUAREROOT DOES FOR A
000339*                   REISSUED VALUE.
000340* 10/15/2026  KS    ACKNOWLEDGMENT RECORDS ARE NOW 83 BYTES - THEY
000342*                   CARRY THE SECTION'S MASTER HITS AND FRESH
000343*                   COMPUTATIONS.
000344* 10/15/2026  KS    RENUMBERED THE FEW LINES NEXT TO THIS MONTH'S
000346*                   INSERTIONS WHERE THE SEQUENCE AREA HAD NO ROOM
000347*                   LEFT FOR THEM.  EVERY OTHER LINE KEEPS ITS
000348*                   NUMBER.
000350* --------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. BATMERGE.
000950             ORGANIZATION IS LINE SEQUENTIAL.
000960         SELECT OPTIONAL RUNH-PIECE-4 ASSIGN TO "RUNH4"
000970             ORGANIZATION IS LINE SEQUENTIAL.
000971         SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000972             ORGANIZATION IS LINE SEQUENTIAL.
000973         SELECT OPTIONAL LIN-PIECE-1 ASSIGN TO "LIN1"
000974             ORGANIZATION IS INDEXED
000975             ACCESS IS SEQUENTIAL
000976             RECORD KEY IS LP1-KEY
000977             FILE STATUS IS BM-PIECE-STATUS.
000978         SELECT OPTIONAL LIN-PIECE-2 ASSIGN TO "LIN2"
000979             ORGANIZATION IS INDEXED
000980             ACCESS IS SEQUENTIAL
000981             RECORD KEY IS LP2-KEY
000982             FILE STATUS IS BM-PIECE-STATUS.
000983         SELECT OPTIONAL LIN-PIECE-3 ASSIGN TO "LIN3"
000985             ORGANIZATION IS INDEXED
000986             ACCESS IS SEQUENTIAL
000987             RECORD KEY IS LP3-KEY
000988             FILE STATUS IS BM-PIECE-STATUS.
000989         SELECT OPTIONAL LIN-PIECE-4 ASSIGN TO "LIN4"
000990             ORGANIZATION IS INDEXED
000991             ACCESS IS SEQUENTIAL
000992             RECORD KEY IS LP4-KEY
000993             FILE STATUS IS BM-PIECE-STATUS.
000994         SELECT OPTIONAL LINEAGE-FILE ASSIGN TO "LINEAGE"
000995             ORGANIZATION IS INDEXED
000996             ACCESS IS RANDOM
000997             RECORD KEY IS LM-KEY
000998             FILE STATUS IS BM-LIN-STATUS.
001000         SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
001010
001020 DATA DIVISION.
001120 FD  OUTPUT-FILE.
001130 01  OUTPUT-RECORD               PICTURE X(35).
001140 FD  ACK-PIECE-1.
001150 01  ACK-REC-1                   PICTURE X(83).
001160 FD  ACK-PIECE-2.
001170 01  ACK-REC-2                   PICTURE X(83).
001180 FD  ACK-PIECE-3.
001190 01  ACK-REC-3                   PICTURE X(83).
001200 FD  ACK-PIECE-4.
001210 01  ACK-REC-4                   PICTURE X(83).
001220 FD  ACK-FILE.
001230 01  ACK-RECORD                  PICTURE X(83).
001240 FD  SUSP-PIECE-1.
001250 01  SUSP-REC-1.
001260     02  SP1-KEY                  PICTURE X(19).
001600     02  RH-ABORT-COUNT           PICTURE 9(09).
001610     02  RH-MIN-ROOT              PICTURE S9(11)V9(6).
001620     02  RH-MAX-ROOT              PICTURE S9(11)V9(6).
001621     02  RH-AVG-ROOT              PICTURE S9(11)V9(6).
001622     02  RH-RETURN-CODE           PICTURE 9(02).
001623 FD  LIN-PIECE-1.
001625 01  LIN-REC-1.
001626     02  LP1-KEY                  PICTURE X(37).
001627     02  LP1-DATA                 PICTURE X(43).
001629 FD  LIN-PIECE-2.
001630 01  LIN-REC-2.
001631     02  LP2-KEY                  PICTURE X(37).
001633     02  LP2-DATA                 PICTURE X(43).
001634 FD  LIN-PIECE-3.
001635 01  LIN-REC-3.
001636     02  LP3-KEY                  PICTURE X(37).
001638     02  LP3-DATA                 PICTURE X(43).
001639 FD  LIN-PIECE-4.
001640 01  LIN-REC-4.
001642     02  LP4-KEY                  PICTURE X(37).
001643     02  LP4-DATA                 PICTURE X(43).
001644 FD  LINEAGE-FILE.
001646 01  LINEAGE-RECORD.
001647     02  LM-KEY                   PICTURE X(37).
001648     02  LM-DATA                  PICTURE X(43).
001650 FD  STANDARD-OUTPUT.
001660 01  OUT-LINE                    PICTURE X(80).
001670
001780
001790 01  BM-PIECE-STATUS                PICTURE X(02) VALUE '00'.
001800 01  BM-SUSP-STATUS                 PICTURE X(02) VALUE '00'.
001801 01  BM-LIN-STATUS                  PICTURE X(02) VALUE '00'.
001810
001820 01  BM-COUNTERS.
001830     02  BM-OUT-COUNT                PICTURE 9(09) COMP VALUE 0.
001840     02  BM-ACK-COUNT                PICTURE 9(09) COMP VALUE 0.
001850     02  BM-SUSP-ADD-COUNT           PICTURE 9(09) COMP VALUE 0.
001860     02  BM-SUSP-DUP-COUNT           PICTURE 9(09) COMP VALUE 0.
001861     02  BM-LIN-ADD-COUNT            PICTURE 9(09) COMP VALUE 0.
001862     02  BM-LIN-REPL-COUNT           PICTURE 9(09) COMP VALUE 0.
001870     02  BM-LOG-COUNT                PICTURE 9(04) COMP VALUE 0.
001880
001890* ---------------------------------------------------------------
002480     PERFORM 2000-MERGE-OUTPUT THRU 2000-EXIT.
002490     PERFORM 3000-MERGE-ACKS THRU 3000-EXIT.
002500     PERFORM 4000-MERGE-SUSPENSE THRU 4000-EXIT.
002501     PERFORM 4600-MERGE-LINEAGE THRU 4600-EXIT.
002510     PERFORM 5000-COMBINE-RUN-LOGS THRU 5000-EXIT.
002520     PERFORM 6000-FINALIZE THRU 6000-EXIT.
002530     STOP RUN.
002620                SUSP-PIECE-4
002630          INPUT RUNH-PIECE-1 RUNH-PIECE-2 RUNH-PIECE-3
002640                RUNH-PIECE-4
002641          INPUT LIN-PIECE-1 LIN-PIECE-2 LIN-PIECE-3
002642                LIN-PIECE-4
002650          OUTPUT OUTPUT-FILE
002660          OUTPUT ACK-FILE
002670          EXTEND RUN-HISTORY-FILE
002680          OUTPUT STANDARD-OUTPUT.
002690     OPEN I-O SUSPENSE-FILE.
002691     OPEN I-O LINEAGE-FILE.
002700 1000-EXIT.
002710     EXIT.
002720
004700 4500-ADD-TO-MASTER.
004710     WRITE SUSPENSE-RECORD
004720         INVALID KEY
004721             ADD 1 TO BM-SUSP-DUP-COUNT
004722             GO TO 4500-EXIT
004723     END-WRITE.
004724     ADD 1 TO BM-SUSP-ADD-COUNT.
004725 4500-EXIT.
004726     EXIT.
004727
004728* =================================================================
004729* 4600-MERGE-LINEAGE - FOLD THE PIECE ROOT LINEAGE CLUSTERS INTO
004730* THE MASTER LINEAGE CLUSTER
004731* =================================================================
004732 4600-MERGE-LINEAGE.
004733     MOVE 'N' TO BM-EOF-SWITCH.
004734     PERFORM 4610-ONE-LIN-1 THRU 4610-EXIT
004735         UNTIL BM-END-OF-PIECE.
004736     MOVE 'N' TO BM-EOF-SWITCH.
004737     PERFORM 4620-ONE-LIN-2 THRU 4620-EXIT
004738         UNTIL BM-END-OF-PIECE.
004739     MOVE 'N' TO BM-EOF-SWITCH.
004740     PERFORM 4630-ONE-LIN-3 THRU 4630-EXIT
004741         UNTIL BM-END-OF-PIECE.
004742     MOVE 'N' TO BM-EOF-SWITCH.
004743     PERFORM 4640-ONE-LIN-4 THRU 4640-EXIT
004744         UNTIL BM-END-OF-PIECE.
004745 4600-EXIT.
004746     EXIT.
004747
004748 4610-ONE-LIN-1.
004749     READ LIN-PIECE-1
004750         AT END
004751             SET BM-END-OF-PIECE TO TRUE
004752             GO TO 4610-EXIT
004753     END-READ.
004754     MOVE LIN-REC-1 TO LINEAGE-RECORD.
004755     PERFORM 4700-ADD-TO-LINEAGE THRU 4700-EXIT.
004756 4610-EXIT.
004757     EXIT.
004758
004759 4620-ONE-LIN-2.
004760     READ LIN-PIECE-2
004761         AT END
004762             SET BM-END-OF-PIECE TO TRUE
004763             GO TO 4620-EXIT
004765     END-READ.
004766     MOVE LIN-REC-2 TO LINEAGE-RECORD.
004767     PERFORM 4700-ADD-TO-LINEAGE THRU 4700-EXIT.
004768 4620-EXIT.
004769     EXIT.
004770
004771 4630-ONE-LIN-3.
004772     READ LIN-PIECE-3
004773         AT END
004774             SET BM-END-OF-PIECE TO TRUE
004775             GO TO 4630-EXIT
004776     END-READ.
004777     MOVE LIN-REC-3 TO LINEAGE-RECORD.
004778     PERFORM 4700-ADD-TO-LINEAGE THRU 4700-EXIT.
004779 4630-EXIT.
004780     EXIT.
004781
004782 4640-ONE-LIN-4.
004783     READ LIN-PIECE-4
004784         AT END
004785             SET BM-END-OF-PIECE TO TRUE
004786             GO TO 4640-EXIT
004787     END-READ.
004788     MOVE LIN-REC-4 TO LINEAGE-RECORD.
004789     PERFORM 4700-ADD-TO-LINEAGE THRU 4700-EXIT.
004790 4640-EXIT.
004791     EXIT.
004792
004793* =================================================================
004794* 4700-ADD-TO-LINEAGE - WRITE THE BUFFERED ENTRY TO THE MASTER
004795* LINEAGE CLUSTER; A DUPLICATE KEY IS REPLACED BY THE PIECE ENTRY
004796* =================================================================
004797 4700-ADD-TO-LINEAGE.
004798     WRITE LINEAGE-RECORD
004799         INVALID KEY
004800             REWRITE LINEAGE-RECORD
004801             ADD 1 TO BM-LIN-REPL-COUNT
004802             GO TO 4700-EXIT
004803     END-WRITE.
004804     ADD 1 TO BM-LIN-ADD-COUNT.
004805 4700-EXIT.
004806     EXIT.
004807
004808* =================================================================
004810* 5000-COMBINE-RUN-LOGS - FOLD THE PIECE RUN-LOG RECORDS INTO
004820* ONE COMBINED RECORD AND APPEND IT TO RUNHIST
004830* =================================================================
006150     MOVE 'Suspense already on file. ' TO ct-label.
006160     MOVE BM-SUSP-DUP-COUNT TO ct-count.
006170     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006171     MOVE 'Lineage entries added . . ' TO ct-label.
006172     MOVE BM-LIN-ADD-COUNT TO ct-count.
006173     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006174     MOVE 'Lineage entries replaced. ' TO ct-label.
006175     MOVE BM-LIN-REPL-COUNT TO ct-count.
006176     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006180     MOVE 'Piece run logs folded . . ' TO ct-label.
006190     MOVE BM-LOG-COUNT TO ct-count.
006200     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006270         ACK-PIECE-4, ACK-FILE, SUSP-PIECE-1, SUSP-PIECE-2,
006280         SUSP-PIECE-3, SUSP-PIECE-4, SUSPENSE-FILE,
006290         RUNH-PIECE-1, RUNH-PIECE-2, RUNH-PIECE-3, RUNH-PIECE-4,
006300         RUN-HISTORY-FILE, LIN-PIECE-1, LIN-PIECE-2,
006301         LIN-PIECE-3, LIN-PIECE-4, LINEAGE-FILE,
006302         STANDARD-OUTPUT.
006310 6000-EXIT.
006320     EXIT.
