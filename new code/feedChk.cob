000010* ===================================================================
000020* PROGRAM-ID:  FEEDCHK
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/14/2026
000060*
000070* REMARKS:     PRE-RUN EXPECTED-FEED CHECK.  THE FEED CALENDAR
000080*              (FEEDCAL) SAYS, FOR EACH SOURCE SYSTEM, WHICH DAYS
000090*              A FEED IS DUE - NAMED DAYS OF THE WEEK, EVERY
000100*              BUSINESS DAY (MONDAY-FRIDAY), OR THE LAST BUSINESS
000110*              DAY OF THE MONTH - THE TIME OF DAY IT MUST BE IN
000120*              BY, AND THE DETAIL-RECORD VOLUME RANGE A NORMAL
000130*              FEED FALLS IN.  THIS PROGRAM READS TONIGHT'S RAW
000140*              SQRTIN GENERATION, COUNTS THE BATCHES AND DETAILS
000150*              EACH BATCHHDR'S SOURCE SYSTEM DELIVERED, AND PRINTS
000160*              ONE LINE PER SOURCE: ON TIME, MISSING (DUE, NOT IN,
000170*              CUTOFF PASSED), PENDING (DUE, NOT IN, CUTOFF NOT
000180*              YET PASSED), UNEXPECTED (IN, BUT NOT DUE TODAY OR
000190*              NOT ON THE CALENDAR AT ALL), OR LOW/HIGH VOLUME.
000200*              EVERY SETTLED OUTCOME IS ALSO APPENDED TO THE FEED
000210*              LOG (FEEDLOG) SO MONTHEND CAN SHOW EACH SOURCE'S
000220*              ON-TIME RECORD FOR THE PERIOD.  RETURN CODE 8 WHEN
000230*              ANY DUE FEED IS MISSING, 4 WHEN ANYTHING ELSE NEEDS
000240*              A LOOK, 16 ON A BAD CHKCARD.  THE CHKCARD CONTROL
000250*              CARD (OPTIONAL) SETS THE RUN DATE AND CHECK TIME
000260*              FOR A RERUN OR A CATCH-UP; WITHOUT IT THE CHECK IS
000270*              FOR TODAY AS OF NOW.
000280*
000290* MODIFICATION HISTORY
000300* --------------------------------------------------------------
000310* DATE        INIT  DESCRIPTION
000320* --------------------------------------------------------------
000330* 10/14/2026  KS    ORIGINAL PROGRAM.  SEE JCL/FEEDJOB.JCL - THE
000340*                   SCHEDULER RUNS IT AHEAD OF SQRTJOB/SQRTPAR.
000350* --------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. FEEDCHK.
000380 AUTHOR. KENT SPENCE.
000390 INSTALLATION. DATA PROCESSING DEPARTMENT.
000400 DATE-WRITTEN. 10/14/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440     FILE-CONTROL.
000450         SELECT OPTIONAL INPUT-FILE ASSIGN TO "SQRTIN"
000460             ORGANIZATION IS LINE SEQUENTIAL.
000470         SELECT FEED-CALENDAR-FILE ASSIGN TO "FEEDCAL"
000480             ORGANIZATION IS LINE SEQUENTIAL.
000490         SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CHKCARD"
000500             ORGANIZATION IS LINE SEQUENTIAL.
000510         SELECT OPTIONAL FEED-LOG-FILE ASSIGN TO "FEEDLOG"
000520             ORGANIZATION IS LINE SEQUENTIAL.
000530         SELECT STANDARD-OUTPUT ASSIGN TO "CHKRPT"
000540             ORGANIZATION IS LINE SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  INPUT-FILE.
000590 01  STANDARD-INPUT              PICTURE X(80).
000600 FD  FEED-CALENDAR-FILE.
000610 01  FEED-CALENDAR-RECORD.
000620     02  FC-SOURCE-SYSTEM         PICTURE X(10).
000630     02  FC-RULE                  PICTURE X(01).
000640         88  FC-RULE-NAMED-DAYS             VALUE 'D'.
000650         88  FC-RULE-BUSINESS-DAYS          VALUE 'B'.
000660         88  FC-RULE-LAST-BUSINESS          VALUE 'L'.
000670     02  FC-DAY-MASK.
000680         03  FC-DAY-FLAG          PICTURE X(01) OCCURS 7 TIMES.
000690     02  FC-CUTOFF-IMAGE          PICTURE X(04).
000700     02  FC-CUTOFF-TIME REDEFINES FC-CUTOFF-IMAGE
000710                                  PICTURE 9(04).
000720     02  FC-MIN-IMAGE             PICTURE X(09).
000730     02  FC-MIN-VOLUME REDEFINES FC-MIN-IMAGE
000740                                  PICTURE 9(09).
000750     02  FC-MAX-IMAGE             PICTURE X(09).
000760     02  FC-MAX-VOLUME REDEFINES FC-MAX-IMAGE
000770                                  PICTURE 9(09).
000780     02  FC-DESCRIPTION           PICTURE X(30).
000790     02  FILLER                   PICTURE X(10).
000800 FD  CONTROL-CARD-FILE.
000810 01  CONTROL-CARD.
000820     02  KC-RECORD-TYPE           PICTURE X(08).
000830         88  KC-CHECK-CARD                  VALUE 'FEEDCHK '.
000840     02  KC-RUN-DATE              PICTURE X(08).
000850     02  KC-CHECK-TIME            PICTURE X(04).
000860     02  FILLER                   PICTURE X(60).
000870 FD  FEED-LOG-FILE.
000880 01  FEED-LOG-RECORD.
000890     02  FL-RUN-DATE              PICTURE X(08).
000900     02  FL-SOURCE-SYSTEM         PICTURE X(10).
000910     02  FL-STATUS                PICTURE X(01).
000920         88  FL-ON-TIME                     VALUE 'O'.
000930         88  FL-LATE                        VALUE 'L'.
000940         88  FL-UNEXPECTED                  VALUE 'U'.
000950         88  FL-VOLUME-OUT                  VALUE 'V'.
000960     02  FL-EXPECTED              PICTURE X(01).
000970     02  FL-CUTOFF-TIME           PICTURE X(04).
000980     02  FL-CHECK-TIME            PICTURE X(04).
000990     02  FL-BATCH-COUNT           PICTURE 9(05).
001000     02  FL-VOLUME                PICTURE 9(09).
001010     02  FL-LOGGED-DATE           PICTURE X(08).
001020     02  FILLER                   PICTURE X(10).
001030 FD  STANDARD-OUTPUT.
001040 01  OUT-LINE                    PICTURE X(100).
001050
001060 WORKING-STORAGE SECTION.
001070
001080 01  RAW-RECORD-AREA                PICTURE X(80).
001090
001100 01  CONTROL-CARD-RECORD REDEFINES RAW-RECORD-AREA.
001110     02  CC-RECORD-TYPE              PICTURE X(08).
001120         88  CC-BATCH-HEADER                  VALUE 'BATCHHDR'.
001130         88  CC-CONTROL-CARD                  VALUE 'CTLCARD '.
001140         88  CC-BATCH-TRAILER                 VALUE 'BATCHTRL'.
001150     02  FILLER                      PICTURE X(72).
001160
001170 01  BATCH-HEADER-RECORD REDEFINES RAW-RECORD-AREA.
001180     02  FILLER                      PICTURE X(08).
001190     02  BH-BATCH-ID                 PICTURE X(10).
001200     02  BH-RUN-DATE                 PICTURE X(08).
001210     02  BH-SOURCE-SYSTEM            PICTURE X(10).
001220     02  FILLER                      PICTURE X(44).
001230
001240* ---------------------------------------------------------------
001250* RUN CONTROLS
001260* ---------------------------------------------------------------
001270 01  FK-SWITCHES.
001280     02  FK-EOF-SWITCH               PICTURE X(01) VALUE 'N'.
001290         88  FK-END-OF-FILE                   VALUE 'Y'.
001300     02  FK-CAL-EOF-SWITCH           PICTURE X(01) VALUE 'N'.
001310         88  FK-END-OF-CALENDAR               VALUE 'Y'.
001320     02  FK-CARD-SWITCH              PICTURE X(01) VALUE 'Y'.
001330         88  FK-CARD-GOOD                     VALUE 'Y'.
001340     02  FK-FOUND-SWITCH             PICTURE X(01) VALUE 'N'.
001350         88  FK-SOURCE-FOUND                  VALUE 'Y'.
001360     02  FK-LAST-BUSINESS-SWITCH     PICTURE X(01) VALUE 'N'.
001370         88  FK-LAST-BUSINESS-DAY             VALUE 'Y'.
001380
001390 01  FK-COUNTERS.
001400     02  FK-RECORD-COUNT             PICTURE 9(09) COMP VALUE 0.
001410     02  FK-HEADER-COUNT             PICTURE 9(09) COMP VALUE 0.
001420     02  FK-DETAIL-COUNT             PICTURE 9(09) COMP VALUE 0.
001430     02  FK-UNIDENTIFIED-COUNT       PICTURE 9(09) COMP VALUE 0.
001440     02  FK-CALENDAR-COUNT           PICTURE 9(09) COMP VALUE 0.
001450     02  FK-BAD-CALENDAR-COUNT       PICTURE 9(09) COMP VALUE 0.
001460     02  FK-OVERFLOW-COUNT           PICTURE 9(09) COMP VALUE 0.
001470     02  FK-DUE-COUNT                PICTURE 9(09) COMP VALUE 0.
001480     02  FK-ON-TIME-COUNT            PICTURE 9(09) COMP VALUE 0.
001490     02  FK-MISSING-COUNT            PICTURE 9(09) COMP VALUE 0.
001500     02  FK-PENDING-COUNT            PICTURE 9(09) COMP VALUE 0.
001510     02  FK-UNEXPECTED-COUNT         PICTURE 9(09) COMP VALUE 0.
001520     02  FK-VOLUME-COUNT             PICTURE 9(09) COMP VALUE 0.
001530     02  FK-LOGGED-COUNT             PICTURE 9(09) COMP VALUE 0.
001540
001550 77  FK-SUB                          PICTURE 9(05) COMP VALUE 0.
001560 77  FK-CURRENT-SUB                  PICTURE 9(05) COMP VALUE 0.
001563 77  FK-MASK-Y-COUNT                 PICTURE 9(02) COMP VALUE 0.
001566 77  FK-MASK-N-COUNT                 PICTURE 9(02) COMP VALUE 0.
001570
001580* ---------------------------------------------------------------
001590* RUN DATE, DAY OF WEEK AND CHECK TIME.  DAY 1 OF THE INTEGER
001600* DATE SCALE (01/01/1601) WAS A MONDAY, SO THE REMAINDER OF THE
001610* INTEGER DATE OVER 7 GIVES THE WEEKDAY WITH MONDAY = 1 AND
001620* SUNDAY = 0 (CARRIED AS 7 TO MATCH FC-DAY-MASK).
001630* ---------------------------------------------------------------
001640 01  FK-RUN-DATE                    PICTURE X(08) VALUE SPACES.
001650 01  FK-RUN-DATE-N REDEFINES FK-RUN-DATE
001660                                    PICTURE 9(08).
001670 01  FILLER REDEFINES FK-RUN-DATE.
001680     02  FK-RUN-YEAR                 PICTURE 9(04).
001690     02  FK-RUN-MONTH                PICTURE 9(02).
001700     02  FK-RUN-DAY                  PICTURE 9(02).
001710
001720 01  FK-NEXT-DATE                   PICTURE 9(08) VALUE 0.
001730 01  FILLER REDEFINES FK-NEXT-DATE.
001740     02  FILLER                      PICTURE 9(04).
001750     02  FK-NEXT-MONTH               PICTURE 9(02).
001760     02  FILLER                      PICTURE 9(02).
001770
001780 01  FK-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
001790
001800 01  FK-TIME-OF-DAY                 PICTURE 9(08) VALUE 0.
001810 01  FILLER REDEFINES FK-TIME-OF-DAY.
001820     02  FK-TIME-HHMM                PICTURE X(04).
001830     02  FILLER                      PICTURE X(04).
001840
001850 01  FK-CHECK-TIME                  PICTURE X(04) VALUE SPACES.
001860 01  FK-CHECK-TIME-N REDEFINES FK-CHECK-TIME
001870                                    PICTURE 9(04).
001880
001890 77  FK-DAY-INTEGER                  PICTURE 9(09) COMP VALUE 0.
001900 77  FK-NEXT-INTEGER                 PICTURE 9(09) COMP VALUE 0.
001910 77  FK-WEEKS                        PICTURE 9(09) COMP VALUE 0.
001920 77  FK-DAY-OF-WEEK                  PICTURE 9(01) VALUE 0.
001930
001940 01  FK-DAY-NAMES                    PICTURE X(21)
001950                                    VALUE 'MONTUEWEDTHUFRISATSUN'.
001960 01  FILLER REDEFINES FK-DAY-NAMES.
001970     02  FK-DAY-NAME                 PICTURE X(03) OCCURS 7 TIMES.
001971
001972* LAST DAY OF EACH MONTH - FEBRUARY TAKES 29 IN A LEAP YEAR
001973 01  FK-MONTH-DAYS                   PICTURE X(24)
001974                             VALUE '312831303130313130313031'.
001975 01  FILLER REDEFINES FK-MONTH-DAYS.
001976     02  FK-MONTH-LAST-DAY           PICTURE 9(02)
001977                                     OCCURS 12 TIMES.
001978 77  FK-LAST-DAY                     PICTURE 9(02) VALUE 0.
001979 77  FK-LEAP-QUOTIENT                PICTURE 9(09) COMP VALUE 0.
001980 77  FK-LEAP-REMAINDER               PICTURE 9(04) COMP VALUE 0.
001981
001990* ---------------------------------------------------------------
002000* ONE SLOT PER SOURCE SYSTEM - EVERY CALENDAR ENTRY, PLUS ANY
002010* SOURCE THAT ARRIVED WITHOUT ONE
002020* ---------------------------------------------------------------
002030 01  FK-FEED-TABLE.
002040     02  FK-FEED-MAX                 PICTURE 9(05) COMP VALUE 100.
002050     02  FK-FEED-COUNT               PICTURE 9(05) COMP VALUE 0.
002060     02  FK-FEED-ENTRY OCCURS 100 TIMES.
002070         03  FK-FD-SOURCE            PICTURE X(10).
002080         03  FK-FD-CALENDAR-SWITCH   PICTURE X(01).
002090             88  FK-FD-ON-CALENDAR            VALUE 'Y'.
002100         03  FK-FD-DUE-SWITCH        PICTURE X(01).
002110             88  FK-FD-DUE                    VALUE 'Y'.
002120         03  FK-FD-CUTOFF            PICTURE X(04).
002130         03  FK-FD-MIN-VOLUME        PICTURE 9(09) COMP.
002140         03  FK-FD-MAX-VOLUME        PICTURE 9(09) COMP.
002150         03  FK-FD-BATCHES           PICTURE 9(05) COMP.
002160         03  FK-FD-VOLUME            PICTURE 9(09) COMP.
002170
002180 01  FK-SEARCH-SOURCE               PICTURE X(10) VALUE SPACES.
002190
002200* ---------------------------------------------------------------
002210* REPORT LAYOUTS
002220* ---------------------------------------------------------------
002230 01  Title-line.
002240     02  Filler PICTURE x(9) value spaces.
002250     02  Filler PICTURE x(21) value 'Expected-Feed Check  '.
002260
002270 01  Asof-line.
002280     02  Filler PICTURE x(9) value spaces.
002290     02  Filler PICTURE x(10) value 'Run date: '.
002300     02  ao-run-date PICTURE x(08).
002310     02  Filler PICTURE x(2) value spaces.
002320     02  ao-day-name PICTURE x(03).
002330     02  Filler PICTURE x(13) value '   Checked at'.
002340     02  Filler PICTURE x value space.
002350     02  ao-check-time PICTURE x(04).
002360     02  Filler PICTURE x(4) value spaces.
002370     02  ao-last-business PICTURE x(22).
002380
002390 01  Under-line.
002400     02  Filler PICTURE x(90) value ALL '-'.
002410
002420 01  Col-heads.
002430     02  Filler PICTURE x value space.
002440     02  Filler PICTURE x(10) value 'Source'.
002450     02  Filler PICTURE x(2) value spaces.
002460     02  Filler PICTURE x(3) value 'Due'.
002470     02  Filler PICTURE x(2) value spaces.
002480     02  Filler PICTURE x(4) value 'Cut '.
002490     02  Filler PICTURE x(2) value spaces.
002500     02  Filler PICTURE x(5) value 'Bats'.
002510     02  Filler PICTURE x(2) value spaces.
002520     02  Filler PICTURE x(10) value '   Details'.
002530     02  Filler PICTURE x(2) value spaces.
002540     02  Filler PICTURE x(10) value '   Min vol'.
002550     02  Filler PICTURE x(2) value spaces.
002560     02  Filler PICTURE x(10) value '   Max vol'.
002570     02  Filler PICTURE x(2) value spaces.
002580     02  Filler PICTURE x(11) value 'Status'.
002590     02  Filler PICTURE x(2) value spaces.
002600     02  Filler PICTURE x(15) value 'Note'.
002610
002620 01  Detail-line.
002630     02  Filler PICTURE x value space.
002640     02  dt-source PICTURE x(10).
002650     02  Filler PICTURE x(2) value spaces.
002660     02  dt-due PICTURE x(03).
002670     02  Filler PICTURE x(2) value spaces.
002680     02  dt-cutoff PICTURE x(04).
002690     02  Filler PICTURE x(2) value spaces.
002700     02  dt-batches PICTURE zzzz9.
002710     02  Filler PICTURE x(2) value spaces.
002720     02  dt-volume PICTURE zz,zzz,zz9.
002730     02  Filler PICTURE x(2) value spaces.
002740     02  dt-min-volume PICTURE zz,zzz,zz9.
002750     02  Filler PICTURE x(2) value spaces.
002760     02  dt-max-volume PICTURE zz,zzz,zz9.
002770     02  Filler PICTURE x(2) value spaces.
002780     02  dt-status PICTURE x(11).
002790     02  Filler PICTURE x(2) value spaces.
002800     02  dt-note PICTURE x(15).
002810
002820 01  Calendar-error-line.
002830     02  Filler PICTURE x value space.
002840     02  ce-source PICTURE x(10).
002850     02  Filler PICTURE x(2) value spaces.
002860     02  Filler PICTURE x(15) value 'CALENDAR ERROR '.
002870     02  ce-message PICTURE x(30).
002880
002890 01  Overflow-line.
002900     02  Filler PICTURE x value space.
002910     02  Filler PICTURE x(40)
002920         value '*** WARNING - FEED TABLE FULL, SOURCES '.
002930     02  Filler PICTURE x(31)
002940         value 'NOT CHECKED - RAISE FK-FEED-MAX'.
002950
002960* ---------------------------------------------------------------
002970* TRAILER (CONTROL TOTALS)
002980* ---------------------------------------------------------------
002990 01  Trailer-line-1.
003000     02  Filler PICTURE x value space.
003010     02  Filler PICTURE x(21) value 'Records read. . . . .'.
003020     02  tr-record-count PICTURE zz,zzz,zz9.
003030
003040 01  Trailer-line-2.
003050     02  Filler PICTURE x value space.
003060     02  Filler PICTURE x(21) value 'Batch headers . . . .'.
003070     02  tr-header-count PICTURE zz,zzz,zz9.
003080
003090 01  Trailer-line-3.
003100     02  Filler PICTURE x value space.
003110     02  Filler PICTURE x(21) value 'Unidentified details.'.
003120     02  tr-unidentified-count PICTURE zz,zzz,zz9.
003130
003140 01  Trailer-line-4.
003150     02  Filler PICTURE x value space.
003160     02  Filler PICTURE x(21) value 'Calendar entries. . .'.
003170     02  tr-calendar-count PICTURE zz,zzz,zz9.
003180
003190 01  Trailer-line-5.
003200     02  Filler PICTURE x value space.
003210     02  Filler PICTURE x(21) value 'Calendar errors . . .'.
003220     02  tr-bad-calendar-count PICTURE zz,zzz,zz9.
003230
003240 01  Trailer-line-6.
003250     02  Filler PICTURE x value space.
003260     02  Filler PICTURE x(21) value 'Feeds due today . . .'.
003270     02  tr-due-count PICTURE zz,zzz,zz9.
003280
003290 01  Trailer-line-7.
003300     02  Filler PICTURE x value space.
003310     02  Filler PICTURE x(21) value '  on time . . . . . .'.
003320     02  tr-on-time-count PICTURE zz,zzz,zz9.
003330
003340 01  Trailer-line-8.
003350     02  Filler PICTURE x value space.
003360     02  Filler PICTURE x(21) value '  missing . . . . . .'.
003370     02  tr-missing-count PICTURE zz,zzz,zz9.
003380
003390 01  Trailer-line-9.
003400     02  Filler PICTURE x value space.
003410     02  Filler PICTURE x(21) value '  pending . . . . . .'.
003420     02  tr-pending-count PICTURE zz,zzz,zz9.
003430
003440 01  Trailer-line-10.
003450     02  Filler PICTURE x value space.
003460     02  Filler PICTURE x(21) value '  volume out of range'.
003470     02  tr-volume-count PICTURE zz,zzz,zz9.
003480
003490 01  Trailer-line-11.
003500     02  Filler PICTURE x value space.
003510     02  Filler PICTURE x(21) value 'Unexpected feeds. . .'.
003520     02  tr-unexpected-count PICTURE zz,zzz,zz9.
003530
003540 01  Trailer-line-12.
003550     02  Filler PICTURE x value space.
003560     02  Filler PICTURE x(21) value 'Feed log records. . .'.
003570     02  tr-logged-count PICTURE zz,zzz,zz9.
003580
003590 01  Verdict-line.
003600     02  Filler PICTURE x value space.
003610     02  Filler PICTURE x(21) value 'Feed check. . . . . .'.
003620     02  Filler PICTURE x value space.
003630     02  vd-verdict PICTURE x(30).
003640
003650 PROCEDURE DIVISION.
003660
003670* =================================================================
003680* 0000-MAINLINE
003690* =================================================================
003700 0000-MAINLINE.
003710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003720     IF FK-CARD-GOOD
003730         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003740             UNTIL FK-END-OF-FILE
003750         PERFORM 3000-FINALIZE THRU 3000-EXIT
003760     ELSE
003770         PERFORM 3500-HALT-BAD-CARD THRU 3500-EXIT
003780     END-IF.
003790     STOP RUN.
003800
003810* =================================================================
003820* 1000-INITIALIZE - OPEN FILES, SETTLE THE RUN DATE AND CHECK
003830* TIME, WORK OUT THE DAY, LOAD THE CALENDAR AND PRINT THE BANNER
003840* =================================================================
003850 1000-INITIALIZE.
003860     OPEN INPUT INPUT-FILE
003870          INPUT FEED-CALENDAR-FILE
003880          EXTEND FEED-LOG-FILE
003890          OUTPUT STANDARD-OUTPUT.
003900     ACCEPT FK-CURRENT-DATE FROM DATE YYYYMMDD.
003910     ACCEPT FK-TIME-OF-DAY FROM TIME.
003920     MOVE FK-CURRENT-DATE TO FK-RUN-DATE.
003930     MOVE FK-TIME-HHMM TO FK-CHECK-TIME.
003940     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003950     IF NOT FK-CARD-GOOD
003960         GO TO 1000-EXIT
003970     END-IF.
003980     PERFORM 1200-SET-DAY-OF-WEEK THRU 1200-EXIT.
003990     MOVE FK-RUN-DATE TO ao-run-date.
004000     MOVE FK-DAY-NAME (FK-DAY-OF-WEEK) TO ao-day-name.
004010     MOVE FK-CHECK-TIME TO ao-check-time.
004020     IF FK-LAST-BUSINESS-DAY
004030         MOVE 'LAST BUSINESS DAY' TO ao-last-business
004040     ELSE
004050         MOVE SPACES TO ao-last-business
004060     END-IF.
004070     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
004080     WRITE OUT-LINE FROM Asof-line AFTER ADVANCING 1 LINE.
004090     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
004100     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
004110         UNTIL FK-END-OF-CALENDAR.
004120     WRITE OUT-LINE FROM Col-heads AFTER ADVANCING 1 LINE.
004130     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
004140     MOVE 0 TO FK-CURRENT-SUB.
004150 1000-EXIT.
004160     EXIT.
004170
004180* =================================================================
004190* 1100-READ-CONTROL-CARD - A FEEDCHK CARD OVERRIDES THE RUN DATE
004200* (COLUMNS 9-16) AND/OR THE CHECK TIME (COLUMNS 17-20, HHMM).
004210* A BLANK FIELD KEEPS TODAY / NOW; A FIELD THAT IS NOT A VALID
004220* DATE OR TIME STOPS THE CHECK RATHER THAN GUESS.
004230* =================================================================
004240 1100-READ-CONTROL-CARD.
004250     OPEN INPUT CONTROL-CARD-FILE.
004260     READ CONTROL-CARD-FILE
004270         AT END
004280             MOVE SPACES TO CONTROL-CARD
004290     END-READ.
004300     CLOSE CONTROL-CARD-FILE.
004310     IF NOT KC-CHECK-CARD
004320         GO TO 1100-EXIT
004330     END-IF.
004340     IF KC-RUN-DATE NOT = SPACES
004350         MOVE KC-RUN-DATE TO FK-RUN-DATE
004360     END-IF.
004370     IF KC-CHECK-TIME NOT = SPACES
004380         MOVE KC-CHECK-TIME TO FK-CHECK-TIME
004390     END-IF.
004400     IF FK-RUN-DATE-N NOT NUMERIC
004410         OR FK-RUN-YEAR < 1601
004420         OR FK-RUN-MONTH < 1 OR FK-RUN-MONTH > 12
004430         OR FK-RUN-DAY < 1 OR FK-RUN-DAY > 31
004440         MOVE 'N' TO FK-CARD-SWITCH
004450         GO TO 1100-EXIT
004460     END-IF.
004461     MOVE FK-MONTH-LAST-DAY (FK-RUN-MONTH) TO FK-LAST-DAY.
004462     IF FK-RUN-MONTH = 2
004463         PERFORM 1150-CHECK-LEAP-YEAR THRU 1150-EXIT
004464     END-IF.
004465     IF FK-RUN-DAY > FK-LAST-DAY
004466         MOVE 'N' TO FK-CARD-SWITCH
004467         GO TO 1100-EXIT
004468     END-IF.
004470     IF FK-CHECK-TIME-N NOT NUMERIC
004480         OR FK-CHECK-TIME (1:2) > '23'
004490         OR FK-CHECK-TIME (3:2) > '59'
004500         MOVE 'N' TO FK-CARD-SWITCH
004510     END-IF.
004520 1100-EXIT.
004530     EXIT.
004531
004532* =================================================================
004533* 1150-CHECK-LEAP-YEAR - FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE
004534* BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400
004535* =================================================================
004536 1150-CHECK-LEAP-YEAR.
004537     DIVIDE FK-RUN-YEAR BY 4 GIVING FK-LEAP-QUOTIENT
004538         REMAINDER FK-LEAP-REMAINDER.
004539     IF FK-LEAP-REMAINDER NOT = 0
004540         GO TO 1150-EXIT
004541     END-IF.
004542     DIVIDE FK-RUN-YEAR BY 100 GIVING FK-LEAP-QUOTIENT
004543         REMAINDER FK-LEAP-REMAINDER.
004544     IF FK-LEAP-REMAINDER NOT = 0
004545         MOVE 29 TO FK-LAST-DAY
004546         GO TO 1150-EXIT
004547     END-IF.
004548     DIVIDE FK-RUN-YEAR BY 400 GIVING FK-LEAP-QUOTIENT
004549         REMAINDER FK-LEAP-REMAINDER.
004550     IF FK-LEAP-REMAINDER = 0
004551         MOVE 29 TO FK-LAST-DAY
004552     END-IF.
004553 1150-EXIT.
004554     EXIT.
004555
004556* =================================================================
004560* 1200-SET-DAY-OF-WEEK - WEEKDAY OF THE RUN DATE, AND WHETHER IT
004570* IS THE LAST BUSINESS DAY OF ITS MONTH (A WEEKDAY WHOSE NEXT
004580* WEEKDAY FALLS IN ANOTHER MONTH)
004590* =================================================================
004600 1200-SET-DAY-OF-WEEK.
004610     COMPUTE FK-DAY-INTEGER =
004620         FUNCTION INTEGER-OF-DATE (FK-RUN-DATE-N).
004630     DIVIDE FK-DAY-INTEGER BY 7 GIVING FK-WEEKS
004640         REMAINDER FK-DAY-OF-WEEK.
004650     IF FK-DAY-OF-WEEK = 0
004660         MOVE 7 TO FK-DAY-OF-WEEK
004670     END-IF.
004680     MOVE 'N' TO FK-LAST-BUSINESS-SWITCH.
004690     IF FK-DAY-OF-WEEK > 5
004700         GO TO 1200-EXIT
004710     END-IF.
004720     IF FK-DAY-OF-WEEK = 5
004730         COMPUTE FK-NEXT-INTEGER = FK-DAY-INTEGER + 3
004740     ELSE
004750         COMPUTE FK-NEXT-INTEGER = FK-DAY-INTEGER + 1
004760     END-IF.
004770     COMPUTE FK-NEXT-DATE =
004780         FUNCTION DATE-OF-INTEGER (FK-NEXT-INTEGER).
004790     IF FK-NEXT-MONTH NOT = FK-RUN-MONTH
004800         SET FK-LAST-BUSINESS-DAY TO TRUE
004810     END-IF.
004820 1200-EXIT.
004830     EXIT.
004840
004850* =================================================================
004860* 1300-LOAD-CALENDAR - EDIT ONE CALENDAR ENTRY AND TABLE IT,
004870* MARKING WHETHER ITS FEED IS DUE ON THE RUN DATE.  A BAD ENTRY
004880* PRINTS AND IS LEFT OUT - ITS SOURCE THEN SHOWS AS UNEXPECTED IF
004890* IT SENDS, SO IT CANNOT SLIP THROUGH UNSEEN.
004900* =================================================================
004910 1300-LOAD-CALENDAR.
004920     READ FEED-CALENDAR-FILE
004930         AT END
004940             SET FK-END-OF-CALENDAR TO TRUE
004950             GO TO 1300-EXIT
004960     END-READ.
004970     ADD 1 TO FK-CALENDAR-COUNT.
004980     MOVE FC-SOURCE-SYSTEM TO ce-source.
004990     IF FC-SOURCE-SYSTEM = SPACES
005000         MOVE 'SOURCE SYSTEM BLANK           ' TO ce-message
005010         PERFORM 1350-REJECT-ENTRY THRU 1350-EXIT
005020         GO TO 1300-EXIT
005030     END-IF.
005040     IF NOT (FC-RULE-NAMED-DAYS OR FC-RULE-BUSINESS-DAYS
005050             OR FC-RULE-LAST-BUSINESS)
005060         MOVE 'RULE NOT D, B OR L            ' TO ce-message
005070         PERFORM 1350-REJECT-ENTRY THRU 1350-EXIT
005080         GO TO 1300-EXIT
005090     END-IF.
005092     MOVE 0 TO FK-MASK-Y-COUNT.
005094     MOVE 0 TO FK-MASK-N-COUNT.
005096     INSPECT FC-DAY-MASK TALLYING FK-MASK-Y-COUNT FOR ALL 'Y'
005098                                  FK-MASK-N-COUNT FOR ALL 'N'.
005100     IF FC-RULE-NAMED-DAYS
005103         AND (FK-MASK-Y-COUNT = 0
005106              OR FK-MASK-Y-COUNT + FK-MASK-N-COUNT NOT = 7)
005110         MOVE 'DAY MASK NOT Y/N OR NO Y DAY  ' TO ce-message
005120         PERFORM 1350-REJECT-ENTRY THRU 1350-EXIT
005130         GO TO 1300-EXIT
005140     END-IF.
005150     IF FC-CUTOFF-TIME NOT NUMERIC
005160         OR FC-CUTOFF-IMAGE (1:2) > '23'
005170         OR FC-CUTOFF-IMAGE (3:2) > '59'
005180         MOVE 'CUTOFF TIME NOT HHMM          ' TO ce-message
005190         PERFORM 1350-REJECT-ENTRY THRU 1350-EXIT
005200         GO TO 1300-EXIT
005210     END-IF.
005220     IF (FC-MIN-IMAGE NOT = SPACES AND FC-MIN-VOLUME NOT NUMERIC)
005230         OR (FC-MAX-IMAGE NOT = SPACES
005240             AND FC-MAX-VOLUME NOT NUMERIC)
005250         MOVE 'VOLUME RANGE NOT NUMERIC      ' TO ce-message
005260         PERFORM 1350-REJECT-ENTRY THRU 1350-EXIT
005270         GO TO 1300-EXIT
005280     END-IF.
005290     MOVE FC-SOURCE-SYSTEM TO FK-SEARCH-SOURCE.
005300     PERFORM 2150-FIND-FEED-SLOT THRU 2150-EXIT.
005310     IF FK-SOURCE-FOUND
005320         MOVE 'SOURCE ON CALENDAR TWICE      ' TO ce-message
005330         PERFORM 1350-REJECT-ENTRY THRU 1350-EXIT
005340         GO TO 1300-EXIT
005350     END-IF.
005360     PERFORM 2170-ADD-FEED-SLOT THRU 2170-EXIT.
005370     IF FK-SUB = 0
005380         GO TO 1300-EXIT
005390     END-IF.
005400     MOVE 'Y' TO FK-FD-CALENDAR-SWITCH (FK-SUB).
005410     MOVE FC-CUTOFF-IMAGE TO FK-FD-CUTOFF (FK-SUB).
005420     IF FC-MIN-IMAGE NOT = SPACES
005430         MOVE FC-MIN-VOLUME TO FK-FD-MIN-VOLUME (FK-SUB)
005440     END-IF.
005450     IF FC-MAX-IMAGE NOT = SPACES
005460         MOVE FC-MAX-VOLUME TO FK-FD-MAX-VOLUME (FK-SUB)
005470     END-IF.
005480     EVALUATE TRUE
005490         WHEN FC-RULE-NAMED-DAYS
005500             IF FC-DAY-FLAG (FK-DAY-OF-WEEK) = 'Y'
005510                 MOVE 'Y' TO FK-FD-DUE-SWITCH (FK-SUB)
005520             END-IF
005530         WHEN FC-RULE-BUSINESS-DAYS
005540             IF FK-DAY-OF-WEEK < 6
005550                 MOVE 'Y' TO FK-FD-DUE-SWITCH (FK-SUB)
005560             END-IF
005570         WHEN FC-RULE-LAST-BUSINESS
005580             IF FK-LAST-BUSINESS-DAY
005590                 MOVE 'Y' TO FK-FD-DUE-SWITCH (FK-SUB)
005600             END-IF
005610     END-EVALUATE.
005620 1300-EXIT.
005630     EXIT.
005640
005650* =================================================================
005660* 1350-REJECT-ENTRY - COUNT AND PRINT ONE BAD CALENDAR ENTRY
005670* =================================================================
005680 1350-REJECT-ENTRY.
005690     ADD 1 TO FK-BAD-CALENDAR-COUNT.
005700     WRITE OUT-LINE FROM Calendar-error-line
005710         AFTER ADVANCING 1 LINE.
005720 1350-EXIT.
005730     EXIT.
005740
005750* =================================================================
005760* 2000-PROCESS-RECORD - READ ONE SQRTIN RECORD.  A BATCHHDR
005770* OPENS ITS SOURCE SYSTEM'S COUNT; EVERY DETAIL IS COUNTED TO THE
005780* SOURCE OF THE HEADER ABOVE IT.  CTLCARD AND BATCHTRL ARE NOT
005790* DETAILS AND ARE PASSED OVER.
005800* =================================================================
005810 2000-PROCESS-RECORD.
005820     READ INPUT-FILE INTO RAW-RECORD-AREA
005830         AT END
005840             SET FK-END-OF-FILE TO TRUE
005850             GO TO 2000-EXIT
005860     END-READ.
005870     ADD 1 TO FK-RECORD-COUNT.
005880     EVALUATE TRUE
005890         WHEN CC-BATCH-HEADER
005900             ADD 1 TO FK-HEADER-COUNT
005910             PERFORM 2100-OPEN-SOURCE-COUNT THRU 2100-EXIT
005920         WHEN CC-CONTROL-CARD
005930             CONTINUE
005940         WHEN CC-BATCH-TRAILER
005950             CONTINUE
005960         WHEN OTHER
005970             ADD 1 TO FK-DETAIL-COUNT
005980             IF FK-CURRENT-SUB = 0
005990                 ADD 1 TO FK-UNIDENTIFIED-COUNT
006000             ELSE
006010                 ADD 1 TO FK-FD-VOLUME (FK-CURRENT-SUB)
006020             END-IF
006030     END-EVALUATE.
006040 2000-EXIT.
006050     EXIT.
006060
006070* =================================================================
006080* 2100-OPEN-SOURCE-COUNT - FIND (OR ADD) THE HEADER'S SOURCE
006090* SYSTEM AND COUNT THE BATCH.  A SOURCE THAT FINDS NO ROOM IN THE
006100* TABLE LEAVES FK-CURRENT-SUB ZERO, SO ITS DETAILS ARE COUNTED AS
006110* UNIDENTIFIED RATHER THAN TO THE WRONG SOURCE.
006120* =================================================================
006130 2100-OPEN-SOURCE-COUNT.
006140     MOVE BH-SOURCE-SYSTEM TO FK-SEARCH-SOURCE.
006150     PERFORM 2150-FIND-FEED-SLOT THRU 2150-EXIT.
006160     IF NOT FK-SOURCE-FOUND
006170         PERFORM 2170-ADD-FEED-SLOT THRU 2170-EXIT
006180     END-IF.
006190     MOVE FK-SUB TO FK-CURRENT-SUB.
006200     IF FK-SUB > 0
006210         ADD 1 TO FK-FD-BATCHES (FK-SUB)
006220     END-IF.
006230 2100-EXIT.
006240     EXIT.
006250
006260* =================================================================
006270* 2150-FIND-FEED-SLOT - LOCATE FK-SEARCH-SOURCE IN THE TABLE
006280* =================================================================
006290 2150-FIND-FEED-SLOT.
006300     MOVE 'N' TO FK-FOUND-SWITCH.
006310     MOVE 1 TO FK-SUB.
006320     PERFORM 2160-CHECK-ONE-SLOT THRU 2160-EXIT
006330         UNTIL FK-SOURCE-FOUND OR FK-SUB > FK-FEED-COUNT.
006340 2150-EXIT.
006350     EXIT.
006360
006370* =================================================================
006380* 2160-CHECK-ONE-SLOT - COMPARE AGAINST ONE TABLED SOURCE SYSTEM
006390* =================================================================
006400 2160-CHECK-ONE-SLOT.
006410     IF FK-FD-SOURCE (FK-SUB) = FK-SEARCH-SOURCE
006420         SET FK-SOURCE-FOUND TO TRUE
006430     ELSE
006440         ADD 1 TO FK-SUB
006450     END-IF.
006460 2160-EXIT.
006470     EXIT.
006480
006490* =================================================================
006500* 2170-ADD-FEED-SLOT - OPEN A CLEARED SLOT FOR FK-SEARCH-SOURCE.
006510* A FULL TABLE IS COUNTED AND LEAVES FK-SUB ZERO.
006520* =================================================================
006530 2170-ADD-FEED-SLOT.
006540     IF FK-FEED-COUNT >= FK-FEED-MAX
006550         ADD 1 TO FK-OVERFLOW-COUNT
006560         MOVE 0 TO FK-SUB
006570         GO TO 2170-EXIT
006580     END-IF.
006590     ADD 1 TO FK-FEED-COUNT.
006600     MOVE FK-FEED-COUNT TO FK-SUB.
006610     MOVE FK-SEARCH-SOURCE TO FK-FD-SOURCE (FK-SUB).
006620     MOVE 'N' TO FK-FD-CALENDAR-SWITCH (FK-SUB).
006630     MOVE 'N' TO FK-FD-DUE-SWITCH (FK-SUB).
006640     MOVE SPACES TO FK-FD-CUTOFF (FK-SUB).
006650     MOVE 0 TO FK-FD-MIN-VOLUME (FK-SUB).
006660     MOVE 0 TO FK-FD-MAX-VOLUME (FK-SUB).
006670     MOVE 0 TO FK-FD-BATCHES (FK-SUB).
006680     MOVE 0 TO FK-FD-VOLUME (FK-SUB).
006690 2170-EXIT.
006700     EXIT.
006710
006720* =================================================================
006730* 3000-FINALIZE - JUDGE AND LOG EVERY TABLED SOURCE, PRINT THE
006740* CONTROL TOTALS AND VERDICT, SET THE RETURN CODE AND CLOSE FILES
006750* =================================================================
006760 3000-FINALIZE.
006770     MOVE 1 TO FK-SUB.
006780     PERFORM 3100-CHECK-ONE-FEED THRU 3100-EXIT
006790         UNTIL FK-SUB > FK-FEED-COUNT.
006800     IF FK-OVERFLOW-COUNT > 0
006810         WRITE OUT-LINE FROM Overflow-line AFTER ADVANCING 2 LINES
006820     END-IF.
006830     MOVE FK-RECORD-COUNT TO tr-record-count.
006840     MOVE FK-HEADER-COUNT TO tr-header-count.
006850     MOVE FK-UNIDENTIFIED-COUNT TO tr-unidentified-count.
006860     MOVE FK-CALENDAR-COUNT TO tr-calendar-count.
006870     MOVE FK-BAD-CALENDAR-COUNT TO tr-bad-calendar-count.
006880     MOVE FK-DUE-COUNT TO tr-due-count.
006890     MOVE FK-ON-TIME-COUNT TO tr-on-time-count.
006900     MOVE FK-MISSING-COUNT TO tr-missing-count.
006910     MOVE FK-PENDING-COUNT TO tr-pending-count.
006920     MOVE FK-VOLUME-COUNT TO tr-volume-count.
006930     MOVE FK-UNEXPECTED-COUNT TO tr-unexpected-count.
006940     MOVE FK-LOGGED-COUNT TO tr-logged-count.
006950     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006960     WRITE OUT-LINE FROM Trailer-line-1 AFTER ADVANCING 1 LINE.
006970     WRITE OUT-LINE FROM Trailer-line-2 AFTER ADVANCING 1 LINE.
006980     WRITE OUT-LINE FROM Trailer-line-3 AFTER ADVANCING 1 LINE.
006990     WRITE OUT-LINE FROM Trailer-line-4 AFTER ADVANCING 1 LINE.
007000     WRITE OUT-LINE FROM Trailer-line-5 AFTER ADVANCING 1 LINE.
007010     WRITE OUT-LINE FROM Trailer-line-6 AFTER ADVANCING 1 LINE.
007020     WRITE OUT-LINE FROM Trailer-line-7 AFTER ADVANCING 1 LINE.
007030     WRITE OUT-LINE FROM Trailer-line-8 AFTER ADVANCING 1 LINE.
007040     WRITE OUT-LINE FROM Trailer-line-9 AFTER ADVANCING 1 LINE.
007050     WRITE OUT-LINE FROM Trailer-line-10 AFTER ADVANCING 1 LINE.
007060     WRITE OUT-LINE FROM Trailer-line-11 AFTER ADVANCING 1 LINE.
007070     WRITE OUT-LINE FROM Trailer-line-12 AFTER ADVANCING 1 LINE.
007080     EVALUATE TRUE
007090         WHEN FK-MISSING-COUNT > 0
007100             MOVE 'MISSING FEEDS - RC 8' TO vd-verdict
007110             MOVE 8 TO RETURN-CODE
007120         WHEN FK-OVERFLOW-COUNT > 0
007130             MOVE 'INCOMPLETE - RC 8' TO vd-verdict
007140             MOVE 8 TO RETURN-CODE
007150         WHEN FK-PENDING-COUNT > 0
007160             OR FK-VOLUME-COUNT > 0
007170             OR FK-UNEXPECTED-COUNT > 0
007180             OR FK-UNIDENTIFIED-COUNT > 0
007190             OR FK-BAD-CALENDAR-COUNT > 0
007200             MOVE 'EXCEPTIONS TO REVIEW - RC 4' TO vd-verdict
007210             MOVE 4 TO RETURN-CODE
007220         WHEN OTHER
007230             MOVE 'ALL EXPECTED FEEDS IN' TO vd-verdict
007240     END-EVALUATE.
007250     WRITE OUT-LINE FROM Verdict-line AFTER ADVANCING 2 LINES.
007260     CLOSE INPUT-FILE, FEED-CALENDAR-FILE, FEED-LOG-FILE,
007270         STANDARD-OUTPUT.
007280 3000-EXIT.
007290     EXIT.
007300
007310* =================================================================
007320* 3100-CHECK-ONE-FEED - SETTLE ONE SOURCE'S STATUS, PRINT IT AND
007330* LOG IT.  A SOURCE NOT DUE THAT SENT NOTHING IS NOT REPORTED; A
007340* DUE FEED STILL INSIDE ITS CUTOFF IS REPORTED BUT NOT LOGGED,
007350* SINCE IT HAS NOT YET BEEN ON TIME OR LATE.
007360* =================================================================
007370 3100-CHECK-ONE-FEED.
007380     IF NOT FK-FD-DUE (FK-SUB) AND FK-FD-BATCHES (FK-SUB) = 0
007390         ADD 1 TO FK-SUB
007400         GO TO 3100-EXIT
007410     END-IF.
007420     MOVE SPACES TO dt-note.
007430     MOVE SPACES TO FEED-LOG-RECORD.
007440     IF FK-FD-DUE (FK-SUB)
007450         ADD 1 TO FK-DUE-COUNT
007460         MOVE 'YES' TO dt-due
007470         MOVE 'Y' TO FL-EXPECTED
007480     ELSE
007490         MOVE 'NO ' TO dt-due
007500         MOVE 'N' TO FL-EXPECTED
007510     END-IF.
007520     EVALUATE TRUE
007530         WHEN FK-FD-DUE (FK-SUB) AND FK-FD-BATCHES (FK-SUB) = 0
007540             IF FK-CHECK-TIME < FK-FD-CUTOFF (FK-SUB)
007550                 ADD 1 TO FK-PENDING-COUNT
007560                 MOVE 'PENDING' TO dt-status
007570                 MOVE 'BEFORE CUTOFF' TO dt-note
007580             ELSE
007590                 ADD 1 TO FK-MISSING-COUNT
007600                 MOVE 'MISSING' TO dt-status
007610                 MOVE 'PAST CUTOFF' TO dt-note
007620                 SET FL-LATE TO TRUE
007630             END-IF
007640         WHEN NOT FK-FD-DUE (FK-SUB)
007650             ADD 1 TO FK-UNEXPECTED-COUNT
007660             MOVE 'UNEXPECTED' TO dt-status
007670             SET FL-UNEXPECTED TO TRUE
007680             IF FK-FD-ON-CALENDAR (FK-SUB)
007690                 MOVE 'NOT DUE TODAY' TO dt-note
007700             ELSE
007710                 MOVE 'NOT ON CALENDAR' TO dt-note
007720             END-IF
007730         WHEN FK-FD-VOLUME (FK-SUB) < FK-FD-MIN-VOLUME (FK-SUB)
007740             ADD 1 TO FK-VOLUME-COUNT
007750             MOVE 'LOW VOLUME' TO dt-status
007760             MOVE 'BELOW MINIMUM' TO dt-note
007770             SET FL-VOLUME-OUT TO TRUE
007780         WHEN FK-FD-MAX-VOLUME (FK-SUB) > 0
007790             AND FK-FD-VOLUME (FK-SUB) > FK-FD-MAX-VOLUME (FK-SUB)
007800             ADD 1 TO FK-VOLUME-COUNT
007810             MOVE 'HIGH VOLUME' TO dt-status
007820             MOVE 'ABOVE MAXIMUM' TO dt-note
007830             SET FL-VOLUME-OUT TO TRUE
007840         WHEN OTHER
007850             ADD 1 TO FK-ON-TIME-COUNT
007860             MOVE 'ON TIME' TO dt-status
007870             SET FL-ON-TIME TO TRUE
007880     END-EVALUATE.
007890     MOVE FK-FD-SOURCE (FK-SUB) TO dt-source.
007900     MOVE FK-FD-CUTOFF (FK-SUB) TO dt-cutoff.
007910     MOVE FK-FD-BATCHES (FK-SUB) TO dt-batches.
007920     MOVE FK-FD-VOLUME (FK-SUB) TO dt-volume.
007930     MOVE FK-FD-MIN-VOLUME (FK-SUB) TO dt-min-volume.
007940     MOVE FK-FD-MAX-VOLUME (FK-SUB) TO dt-max-volume.
007950     WRITE OUT-LINE FROM Detail-line AFTER ADVANCING 1 LINE.
007960     IF FL-STATUS NOT = SPACE
007970         MOVE FK-RUN-DATE TO FL-RUN-DATE
007980         MOVE FK-FD-SOURCE (FK-SUB) TO FL-SOURCE-SYSTEM
007990         MOVE FK-FD-CUTOFF (FK-SUB) TO FL-CUTOFF-TIME
008000         MOVE FK-CHECK-TIME TO FL-CHECK-TIME
008010         MOVE FK-FD-BATCHES (FK-SUB) TO FL-BATCH-COUNT
008020         MOVE FK-FD-VOLUME (FK-SUB) TO FL-VOLUME
008030         MOVE FK-CURRENT-DATE TO FL-LOGGED-DATE
008040         WRITE FEED-LOG-RECORD
008050         ADD 1 TO FK-LOGGED-COUNT
008060     END-IF.
008070     ADD 1 TO FK-SUB.
008080 3100-EXIT.
008090     EXIT.
008100
008110* =================================================================
008120* 3500-HALT-BAD-CARD - THE CHKCARD RUN DATE OR CHECK TIME IS NOT
008130* VALID: SAY SO, LOG NOTHING AND HOLD THE NIGHT
008140* =================================================================
008150 3500-HALT-BAD-CARD.
008160     DISPLAY 'FEEDCHK HALTED - CHKCARD DATE OR TIME NOT VALID'.
008170     DISPLAY 'COLUMNS 9-16 YYYYMMDD, 17-20 HHMM, OR LEAVE BLANK'.
008180     MOVE 16 TO RETURN-CODE.
008190     CLOSE INPUT-FILE, FEED-CALENDAR-FILE, FEED-LOG-FILE,
008200         STANDARD-OUTPUT.
008210 3500-EXIT.
008220     EXIT.
