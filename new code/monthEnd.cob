000220*              IS NEVER SILENTLY DISCARDED.  A MISSING OR
000230*              UNREADABLE CONTROL CARD ENDS WITH RETURN CODE 16
000240*              AND TOUCHES NOTHING.
000241*              THE STATEMENT ALSO CARRIES EACH SOURCE SYSTEM'S
000242*              FEED ON-TIME RECORD FOR THE PERIOD - FEEDS DUE,
000243*              ON TIME, LATE AND UNEXPECTED - FROM THE FEED LOG
000244*              FEEDCHK APPENDS TO EVERY NIGHT (FEEDLOG).
000250*
000260* MODIFICATION HISTORY
000270* --------------------------------------------------------------
000315*                   PRINTS, SO THE RERUN AFTER RAISING
000316*                   ME-SOURCE-MAX CANNOT LEAVE A DUPLICATE
000317*                   PERIOD SUMMARY BEHIND THE HELD SWAP.
000318* 10/14/2026  KS    ADDED THE FEED ON-TIME RECORD PAGE, READ FROM
000319*                   FEEDCHK'S FEED LOG.  A RERUN OF THE CHECK FOR
000320*                   A RUN DATE REPLACES ITS OUTCOME, BUT A LATE
000322*                   FEED STAYS LATE.  THE LOG IS NOT PRUNED.
000323* 10/15/2026  KS    RENUMBERED THE FEW LINES NEXT TO THIS MONTH'S
000324*                   INSERTIONS WHERE THE SEQUENCE AREA HAD NO ROOM
000326*                   LEFT FOR THEM, THE CLOSE OF THIS HISTORY BLOCK
000327*                   AMONG THEM.  EVERY OTHER LINE KEEPS ITS NUMBER.
000328* --------------------------------------------------------------
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. MONTHEND.
000350 AUTHOR. KENT SPENCE.
000460         SELECT PERIOD-SUMMARY-FILE ASSIGN TO "PERSUM"
000470             ORGANIZATION IS LINE SEQUENTIAL.
000480         SELECT HISTORY-OUT-FILE ASSIGN TO "RUNHNEW"
000483             ORGANIZATION IS LINE SEQUENTIAL.
000486         SELECT OPTIONAL FEED-LOG-FILE ASSIGN TO "FEEDLOG"
000490             ORGANIZATION IS LINE SEQUENTIAL.
000500         SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000510
000870     02  PS-WORST-RC              PICTURE 9(02).
000880 FD  HISTORY-OUT-FILE.
000890 01  HISTORY-OUT-RECORD          PICTURE X(117).
000891 FD  FEED-LOG-FILE.
000892 01  FEED-LOG-RECORD.
000893     02  FL-RUN-DATE              PICTURE X(08).
000894     02  FL-SOURCE-SYSTEM         PICTURE X(10).
000895     02  FL-STATUS                PICTURE X(01).
000896         88  FL-LATE                        VALUE 'L'.
000897     02  FL-EXPECTED              PICTURE X(01).
000898         88  FL-WAS-DUE                     VALUE 'Y'.
000899     02  FILLER                   PICTURE X(40).
000900 FD  STANDARD-OUTPUT.
000910 01  OUT-LINE                    PICTURE X(110).
000920
001040         88  ME-SOURCE-FOUND                  VALUE 'Y'.
001042     02  ME-FULL-SWITCH              PICTURE X(01) VALUE 'N'.
001044         88  ME-TABLE-FULL                    VALUE 'Y'.
001045     02  ME-LOG-EOF-SWITCH           PICTURE X(01) VALUE 'N'.
001046         88  ME-END-OF-FEED-LOG               VALUE 'Y'.
001050
001060 01  ME-COUNTERS.
001070     02  ME-READ-COUNT               PICTURE 9(09) COMP VALUE 0.
001090     02  ME-CARRIED-COUNT            PICTURE 9(09) COMP VALUE 0.
001100     02  ME-SOURCE-COUNT             PICTURE 9(04) COMP VALUE 0.
001110     02  ME-SUB                      PICTURE 9(04) COMP VALUE 0.
001111     02  ME-LOG-READ-COUNT           PICTURE 9(09) COMP VALUE 0.
001112     02  ME-LOG-PERIOD-COUNT         PICTURE 9(09) COMP VALUE 0.
001113     02  ME-FEED-COUNT               PICTURE 9(04) COMP VALUE 0.
001114     02  ME-FEED-OVERFLOW            PICTURE 9(09) COMP VALUE 0.
001115     02  ME-FSUB                     PICTURE 9(04) COMP VALUE 0.
001120
001130 01  ME-CLOSE-PERIOD                PICTURE X(06) VALUE SPACES.
001140 01  ME-CLOSE-PERIOD-N REDEFINES ME-CLOSE-PERIOD
001280         03  ME-SRC-ABORTS           PICTURE 9(12) COMP.
001290         03  ME-SRC-MIN-ROOT         PICTURE S9(11)V9(6).
001300         03  ME-SRC-MAX-ROOT         PICTURE S9(11)V9(6).
001301         03  ME-SRC-AVG-SUM          PICTURE S9(15)V9(6).
001302         03  ME-SRC-WORST-RC         PICTURE 9(02).
001303
001305* ---------------------------------------------------------------
001306* PER-SOURCE-SYSTEM FEED ON-TIME TABLE FOR THE CLOSED PERIOD.  THE
001307* LAST RUN DATE AND OUTCOME COUNTED ARE KEPT SO A RUN DATE FEEDCHK
001309* LOGGED TWICE (A RERUN) REPLACES ITS EARLIER OUTCOME INSTEAD OF
001310* COUNTING TWICE.
001311* ---------------------------------------------------------------
001313 01  ME-FEED-TABLE.
001314     02  ME-FEED-MAX                PICTURE 9(04) COMP VALUE 50.
001315     02  ME-FEED-ENTRY OCCURS 50 TIMES.
001316         03  ME-FD-SYSTEM            PICTURE X(10).
001318         03  ME-FD-DUE               PICTURE 9(05) COMP.
001319         03  ME-FD-ON-TIME           PICTURE 9(05) COMP.
001320         03  ME-FD-LATE              PICTURE 9(05) COMP.
001322         03  ME-FD-UNEXPECTED        PICTURE 9(05) COMP.
001323         03  ME-FD-LAST-DATE         PICTURE X(08).
001324         03  ME-FD-LAST-STATUS       PICTURE X(01).
001326         03  ME-FD-LAST-EXPECTED     PICTURE X(01).
001327
001328 77  ME-ON-TIME-RATE                 PICTURE 9(03)V9(02) VALUE 0.
001330
001340 77  ME-REJECT-RATE                  PICTURE 9(03)V9(02) VALUE 0.
001350 77  ME-ABORT-RATE                   PICTURE 9(03)V9(02) VALUE 0.
002040     02  Filler PICTURE x(21) value 'Carried forward . . .'.
002050     02  tr-carried-count PICTURE zz,zzz,zz9.
002060
002061 01  Trailer-line-4.
002062     02  Filler PICTURE x value space.
002063     02  Filler PICTURE x(21) value 'Source systems. . . .'.
002064     02  tr-source-count PICTURE zz,zzz,zz9.
002065
002066* ---------------------------------------------------------------
002067* FEED ON-TIME RECORD PAGE
002068* ---------------------------------------------------------------
002069 01  Feed-title-line.
002070     02  Filler PICTURE x(9) value spaces.
002071     02  Filler PICTURE x(21) value 'Feed On-Time Record  '.
002072
002073 01  Feed-heads.
002074     02  Filler PICTURE x value space.
002075     02  Filler PICTURE x(10) value 'Source'.
002076     02  Filler PICTURE x(2) value spaces.
002077     02  Filler PICTURE x(5) value '  Due'.
002078     02  Filler PICTURE x(2) value spaces.
002079     02  Filler PICTURE x(7) value 'On time'.
002080     02  Filler PICTURE x(2) value spaces.
002081     02  Filler PICTURE x(5) value ' Late'.
002082     02  Filler PICTURE x(2) value spaces.
002083     02  Filler PICTURE x(10) value 'Unexpected'.
002084     02  Filler PICTURE x(2) value spaces.
002085     02  Filler PICTURE x(9) value 'On-time %'.
002086
002087 01  Feed-line.
002088     02  Filler PICTURE x value space.
002090     02  ot-source PICTURE x(10).
002091     02  Filler PICTURE x(2) value spaces.
002092     02  ot-due PICTURE zzzz9.
002093     02  Filler PICTURE x(4) value spaces.
002094     02  ot-on-time PICTURE zzzz9.
002095     02  Filler PICTURE x(2) value spaces.
002096     02  ot-late PICTURE zzzz9.
002097     02  Filler PICTURE x(7) value spaces.
002098     02  ot-unexpected PICTURE zzzz9.
002099     02  Filler PICTURE x(5) value spaces.
002100     02  ot-on-time-rate PICTURE zz9.99.
002101
002102 01  Feed-trailer-line-1.
002103     02  Filler PICTURE x value space.
002104     02  Filler PICTURE x(21) value 'Feed log records. . .'.
002105     02  ft-log-read-count PICTURE zz,zzz,zz9.
002106
002107 01  Feed-trailer-line-2.
002108     02  Filler PICTURE x value space.
002109     02  Filler PICTURE x(21) value 'In closed period. . .'.
002110     02  ft-log-period-count PICTURE zz,zzz,zz9.
002111
002112 01  Feed-overflow-line.
002113     02  Filler PICTURE x value space.
002114     02  Filler PICTURE x(40)
002115         value '*** WARNING - FEED TABLE FULL, LOG RECOR'.
002116     02  Filler PICTURE x(36)
002117         value 'DS NOT COUNTED - RAISE ME-FEED-MAX'.
002118
002120 PROCEDURE DIVISION.
002130
002140* =================================================================
002330     OPEN INPUT RUN-HISTORY-FILE
002340          OUTPUT HISTORY-OUT-FILE
002350          EXTEND PERIOD-SUMMARY-FILE
002351          INPUT FEED-LOG-FILE
002360          OUTPUT STANDARD-OUTPUT.
002370     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002380     IF NOT ME-CARD-GOOD
003820     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
003830     WRITE OUT-LINE FROM Trailer-line-1 AFTER ADVANCING 1 LINE.
003840     WRITE OUT-LINE FROM Trailer-line-2 AFTER ADVANCING 1 LINE.
003841     WRITE OUT-LINE FROM Trailer-line-3 AFTER ADVANCING 1 LINE.
003842     WRITE OUT-LINE FROM Trailer-line-4 AFTER ADVANCING 1 LINE.
003843     PERFORM 3200-READ-FEED-LOG THRU 3200-EXIT
003845         UNTIL ME-END-OF-FEED-LOG.
003846     WRITE OUT-LINE FROM Feed-title-line AFTER ADVANCING PAGE.
003847     WRITE OUT-LINE FROM Period-line AFTER ADVANCING 1 LINE.
003848     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
003850     WRITE OUT-LINE FROM Feed-heads AFTER ADVANCING 1 LINE.
003851     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
003852     MOVE 1 TO ME-FSUB.
003853     PERFORM 3400-PRINT-ONE-FEED THRU 3400-EXIT
003855         UNTIL ME-FSUB > ME-FEED-COUNT.
003856     MOVE ME-LOG-READ-COUNT TO ft-log-read-count.
003857     MOVE ME-LOG-PERIOD-COUNT TO ft-log-period-count.
003858     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
003860     WRITE OUT-LINE FROM Feed-trailer-line-1
003861         AFTER ADVANCING 1 LINE.
003862     WRITE OUT-LINE FROM Feed-trailer-line-2
003863         AFTER ADVANCING 1 LINE.
003865     IF ME-FEED-OVERFLOW > 0
003866         WRITE OUT-LINE FROM Feed-overflow-line
003867             AFTER ADVANCING 2 LINES
003868     END-IF.
003870     CLOSE RUN-HISTORY-FILE, HISTORY-OUT-FILE,
003880         PERIOD-SUMMARY-FILE, FEED-LOG-FILE, STANDARD-OUTPUT.
003890 3000-EXIT.
003900     EXIT.
003910
004270     WRITE PERIOD-SUMMARY-RECORD.
004280     MOVE ME-SRC-SYSTEM (ME-SUB) TO dt-source.
004290     MOVE ME-SRC-RUNS (ME-SUB) TO dt-runs.
004291     MOVE ME-SRC-VOLUME (ME-SUB) TO dt-volume.
004292     MOVE ME-REJECT-RATE TO dt-rej-rate.
004293     MOVE ME-ABORT-RATE TO dt-abt-rate.
004294     MOVE ME-SRC-MIN-ROOT (ME-SUB) TO dt-min-root.
004295     MOVE ME-SRC-MAX-ROOT (ME-SUB) TO dt-max-root.
004296     MOVE ME-SRC-WORST-RC (ME-SUB) TO dt-worst-rc.
004297     WRITE OUT-LINE FROM Detail-line AFTER ADVANCING 1 LINE.
004298     ADD 1 TO ME-SUB.
004299 3100-EXIT.
004300     EXIT.
004301
004302* =================================================================
004303* 3200-READ-FEED-LOG - COUNT ONE CLOSED-PERIOD FEED LOG RECORD TO
004304* ITS SOURCE SYSTEM.  A REPEAT OF THE SOURCE'S LAST RUN DATE IS A
004305* RERUN OF THE CHECK, SO THE EARLIER OUTCOME IS TAKEN BACK OUT -
004307* EXCEPT THAT A DUE FEED ALREADY COUNTED LATE STAYS LATE, SINCE
004308* THE RERUN ONLY SHOWS THAT IT HAS LANDED SINCE.
004309* =================================================================
004310 3200-READ-FEED-LOG.
004311     READ FEED-LOG-FILE
004312         AT END
004313             SET ME-END-OF-FEED-LOG TO TRUE
004314             GO TO 3200-EXIT
004315     END-READ.
004316     ADD 1 TO ME-LOG-READ-COUNT.
004317     IF FL-RUN-DATE (1:6) NOT = ME-CLOSE-PERIOD
004318         GO TO 3200-EXIT
004319     END-IF.
004320     ADD 1 TO ME-LOG-PERIOD-COUNT.
004321     MOVE 'N' TO ME-FOUND-SWITCH.
004323     MOVE 1 TO ME-FSUB.
004324     PERFORM 3250-CHECK-ONE-FEED-SLOT THRU 3250-EXIT
004325         UNTIL ME-SOURCE-FOUND OR ME-FSUB > ME-FEED-COUNT.
004326     IF NOT ME-SOURCE-FOUND
004327         IF ME-FEED-COUNT >= ME-FEED-MAX
004328             ADD 1 TO ME-FEED-OVERFLOW
004329             GO TO 3200-EXIT
004330         END-IF
004331         ADD 1 TO ME-FEED-COUNT
004332         MOVE ME-FEED-COUNT TO ME-FSUB
004333         MOVE FL-SOURCE-SYSTEM TO ME-FD-SYSTEM (ME-FSUB)
004334         MOVE 0 TO ME-FD-DUE (ME-FSUB)
004335         MOVE 0 TO ME-FD-ON-TIME (ME-FSUB)
004336         MOVE 0 TO ME-FD-LATE (ME-FSUB)
004337         MOVE 0 TO ME-FD-UNEXPECTED (ME-FSUB)
004339         MOVE SPACES TO ME-FD-LAST-DATE (ME-FSUB)
004340     END-IF.
004341     IF FL-RUN-DATE = ME-FD-LAST-DATE (ME-FSUB)
004342         IF ME-FD-LAST-STATUS (ME-FSUB) = 'L' AND FL-WAS-DUE
004343             GO TO 3200-EXIT
004344         END-IF
004345         PERFORM 3300-BACK-OUT-LAST THRU 3300-EXIT
004346     END-IF.
004347     IF FL-WAS-DUE
004348         ADD 1 TO ME-FD-DUE (ME-FSUB)
004349         IF FL-LATE
004350             ADD 1 TO ME-FD-LATE (ME-FSUB)
004351         ELSE
004352             ADD 1 TO ME-FD-ON-TIME (ME-FSUB)
004353         END-IF
004355     ELSE
004356         ADD 1 TO ME-FD-UNEXPECTED (ME-FSUB)
004357     END-IF.
004358     MOVE FL-RUN-DATE TO ME-FD-LAST-DATE (ME-FSUB).
004359     MOVE FL-STATUS TO ME-FD-LAST-STATUS (ME-FSUB).
004360     MOVE FL-EXPECTED TO ME-FD-LAST-EXPECTED (ME-FSUB).
004361 3200-EXIT.
004362     EXIT.
004363
004364* =================================================================
004365* 3250-CHECK-ONE-FEED-SLOT - COMPARE AGAINST ONE TABLED SOURCE
004366* =================================================================
004367 3250-CHECK-ONE-FEED-SLOT.
004368     IF ME-FD-SYSTEM (ME-FSUB) = FL-SOURCE-SYSTEM
004369         SET ME-SOURCE-FOUND TO TRUE
004370     ELSE
004372         ADD 1 TO ME-FSUB
004373     END-IF.
004374 3250-EXIT.
004375     EXIT.
004376
004377* =================================================================
004378* 3300-BACK-OUT-LAST - TAKE THE SOURCE'S LAST COUNTED OUTCOME BACK
004379* OUT OF ITS TOTALS
004380* =================================================================
004381 3300-BACK-OUT-LAST.
004382     IF ME-FD-LAST-EXPECTED (ME-FSUB) = 'Y'
004383         SUBTRACT 1 FROM ME-FD-DUE (ME-FSUB)
004384         IF ME-FD-LAST-STATUS (ME-FSUB) = 'L'
004385             SUBTRACT 1 FROM ME-FD-LATE (ME-FSUB)
004386         ELSE
004388             SUBTRACT 1 FROM ME-FD-ON-TIME (ME-FSUB)
004389         END-IF
004390     ELSE
004391         SUBTRACT 1 FROM ME-FD-UNEXPECTED (ME-FSUB)
004392     END-IF.
004393 3300-EXIT.
004394     EXIT.
004395
004396* =================================================================
004397* 3400-PRINT-ONE-FEED - ONE SOURCE SYSTEM'S ON-TIME RECORD LINE
004398* =================================================================
004399 3400-PRINT-ONE-FEED.
004400     IF ME-FD-DUE (ME-FSUB) = 0
004401         MOVE 0 TO ME-ON-TIME-RATE
004402     ELSE
004404         COMPUTE ME-ON-TIME-RATE ROUNDED =
004405             ME-FD-ON-TIME (ME-FSUB) * 100 / ME-FD-DUE (ME-FSUB)
004406     END-IF.
004407     MOVE ME-FD-SYSTEM (ME-FSUB) TO ot-source.
004408     MOVE ME-FD-DUE (ME-FSUB) TO ot-due.
004409     MOVE ME-FD-ON-TIME (ME-FSUB) TO ot-on-time.
004410     MOVE ME-FD-LATE (ME-FSUB) TO ot-late.
004411     MOVE ME-FD-UNEXPECTED (ME-FSUB) TO ot-unexpected.
004412     MOVE ME-ON-TIME-RATE TO ot-on-time-rate.
004413     WRITE OUT-LINE FROM Feed-line AFTER ADVANCING 1 LINE.
004414     ADD 1 TO ME-FSUB.
004415 3400-EXIT.
004416     EXIT.
004417
004418* =================================================================
004420* 3500-HALT-BAD-CARD - NO USABLE MECLCARD: SAY SO, TOUCH NOTHING
004430* AND SET THE RETURN CODE SO THE SWAP STEP IS HELD
004440* =================================================================
004470     DISPLAY 'SUPPLY MECLCARD WITH THE PERIOD (YYYYMM) TO CLOSE'.
004480     MOVE 16 TO RETURN-CODE.
004490     CLOSE RUN-HISTORY-FILE, HISTORY-OUT-FILE,
004500         PERIOD-SUMMARY-FILE, FEED-LOG-FILE, STANDARD-OUTPUT.
004510 3500-EXIT.
004520     EXIT.
004530
004630     DISPLAY 'RAISE ME-SOURCE-MAX AND RERUN THE CLOSE'.
004640     MOVE 16 TO RETURN-CODE.
004650     CLOSE RUN-HISTORY-FILE, HISTORY-OUT-FILE,
004660         PERIOD-SUMMARY-FILE, FEED-LOG-FILE, STANDARD-OUTPUT.
004670 3600-EXIT.
004680     EXIT.
