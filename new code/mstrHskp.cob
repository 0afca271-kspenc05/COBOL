000180*              BINDER.  A PURGED VALUE IS HARMLESS - IT SIMPLY
000190*              RECOMPUTES ON ITS NEXT APPEARANCE AND RE-ENTERS
000200*              THE MASTER FRESH.  ENTRIES WHOSE STAMP DOES NOT
000201*              PARSE ARE REPORTED AS UNKNOWN AGE AND RETAINED.
000202*              A SECOND PASS DOES THE SAME FOR THE ROOT LINEAGE
000203*              FILE (LINEAGE) ON ITS OWN RETENTION PERIOD - THE
000204*              RUN DATE OF EACH ENTRY AGAINST HSKPCARD COLUMNS
000205*              13-16, SHOP DEFAULT 730 DAYS.  LINEAGE IS THE AUDIT
000207*              TRAIL OF ROOTS ALREADY ISSUED AND DOES NOT
000208*              RECOMPUTE, SO IT IS KEPT FAR LONGER THAN THE
000209*              MASTER.
000210*              AN ENTRY LOCKED BY MSTRMNT IS NEVER PURGED,
000211*              WHATEVER ITS AGE; LOCKED ENTRIES PAST RETENTION ARE
000212*              COUNTED SO THE LOCKS CAN BE REVIEWED.
000214*              EACH PASS APPENDS ONE RECORD TO THE AUTHORIZATION
000215*              AUDIT REGISTER (AUDITREG) - THE AUTHORIZER FROM
000216*              HSKPCARD COLUMNS 17-24 (*DEFAULT WHEN NO CARD WAS
000217*              SUPPLIED), THE FILE, THE RETENTION APPLIED AND THE
000218*              NUMBER OF ENTRIES PURGED.
000220*
000230* MODIFICATION HISTORY
000240* --------------------------------------------------------------
000283*                   SAME NAME AS THE CARD TYPE - THE SELECT
000284*                   SAID HSKCARD WHILE EVERY COMMENT AND THE
000285*                   CARD ITSELF SAID HSKPCARD.
000286* 10/14/2026  KS    ALSO PURGES THE ROOT LINEAGE FILE (LINEAGE)
000287*                   ON ITS OWN RETENTION PERIOD - HSKPCARD COLUMNS
000288*                   13-16, DEFAULT 730 DAYS - AND PRINTS ITS
000289*                   BEFORE/AFTER COUNTS.  2200-DETERMINE-AGE NOW
000290*                   AGES WHATEVER STAMP THE CALLER SUPPLIES.
000292* 10/15/2026  KS    LOCKED MASTER ENTRIES ARE KEPT PAST RETENTION
000293*                   AND COUNTED ON THE TRAILER.  RECORD NOW 50
000294*                   BYTES WITH THE LOCK FLAG.
000295* 10/15/2026  KS    HSKPCARD NOW CARRIES THE AUTHORIZER'S ID IN
000296*                   COLUMNS 17-24, AND EACH PURGE PASS IS APPENDED
000298*                   TO THE AUTHORIZATION AUDIT REGISTER (AUDITREG)
000299*                   WITH THE RETENTION APPLIED AND THE COUNT
000300*                   PURGED.
000301* 10/15/2026  KS    RENUMBERED THE FEW LINES NEXT TO THIS MONTH'S
000302*                   INSERTIONS WHERE THE SEQUENCE AREA HAD NO ROOM
000304*                   LEFT FOR THEM - AMONG THEM THE CLOSE OF THIS
000305*                   HISTORY BLOCK AND THE IDENTIFICATION DIVISION
000306*                   LINE.  EVERY OTHER LINE KEEPS ITS NUMBER.
000307* --------------------------------------------------------------
000308 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. MSTRHSKP.
000320 AUTHOR. KENT SPENCE.
000330 INSTALLATION. DATA PROCESSING DEPARTMENT.
000430             FILE STATUS IS MH-MASTER-STATUS.
000440         SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "HSKPCARD"
000450             ORGANIZATION IS LINE SEQUENTIAL.
000451         SELECT OPTIONAL LINEAGE-FILE ASSIGN TO "LINEAGE"
000452             ORGANIZATION IS INDEXED
000453             ACCESS IS SEQUENTIAL
000454             RECORD KEY IS LN-KEY
000455             FILE STATUS IS MH-LINEAGE-STATUS.
000456         SELECT OPTIONAL AUDIT-REGISTER-FILE ASSIGN TO "AUDITREG"
000457             ORGANIZATION IS LINE SEQUENTIAL.
000460         SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000470
000480 DATA DIVISION.
000550     02  RM-ROOT                  PICTURE S9(11)V9(6).
000560     02  RM-DIFF                  PICTURE V9(5).
000570     02  RM-LAST-RUN-DATE         PICTURE X(08).
000571     02  RM-LOCK-SWITCH           PICTURE X(01).
000572         88  RM-LOCKED                      VALUE 'L'.
000580 FD  CONTROL-CARD-FILE.
000590 01  CONTROL-CARD.
000600     02  HK-RECORD-TYPE           PICTURE X(08).
000601         88  HK-HOUSEKEEPING-CARD           VALUE 'HSKPCARD'.
000602     02  HK-RETENTION-DAYS        PICTURE 9(04).
000603     02  HK-LINEAGE-DAYS          PICTURE 9(04).
000604     02  HK-AUTHORIZER            PICTURE X(08).
000605     02  FILLER                   PICTURE X(56).
000606 FD  LINEAGE-FILE.
000608 01  LINEAGE-RECORD.
000609     02  LN-KEY.
000610         03  LN-SQ                PICTURE S9(11)V9(6).
000611         03  LN-ROOT-TYPE         PICTURE 9(02).
000612         03  LN-RUN-DATE          PICTURE X(08).
000613         03  LN-RUN-BATCH-ID      PICTURE X(10).
000614     02  LN-ROOT                  PICTURE S9(11)V9(6).
000616     02  LN-DIFF                  PICTURE V9(5).
000617     02  LN-BATCH-ID              PICTURE X(10).
000618     02  LN-SOURCE-SYSTEM         PICTURE X(10).
000619     02  LN-ORIGIN                PICTURE X(01).
000620 FD  AUDIT-REGISTER-FILE.
000621 01  AUDIT-RECORD.
000622     02  AU-ACTION-DATE           PICTURE X(08).
000624     02  AU-ACTION-TIME           PICTURE X(08).
000625     02  AU-PROGRAM               PICTURE X(10).
000626     02  AU-ACTION                PICTURE X(08).
000627     02  AU-AUTHORIZER            PICTURE X(08).
000628     02  AU-TARGET-TYPE           PICTURE X(01).
000629         88  AU-TARGET-DATASET              VALUE 'D'.
000630     02  AU-TARGET                PICTURE X(30).
000632     02  AU-EFFECT-COUNT          PICTURE 9(09).
000633     02  AU-EFFECT                PICTURE X(30).
000634     02  AU-EFFECT-PURGE REDEFINES AU-EFFECT.
000635         03  FILLER               PICTURE X(10).
000636         03  AU-RETENTION-DAYS    PICTURE 9(04).
000637         03  FILLER               PICTURE X(16).
000638     02  FILLER                   PICTURE X(08).
000640 FD  STANDARD-OUTPUT.
000650 01  OUT-LINE                    PICTURE X(80).
000660
000740         88  MH-END-OF-MASTER                 VALUE 'Y'.
000750     02  MH-AGE-SWITCH               PICTURE X(01) VALUE 'N'.
000760         88  MH-AGE-KNOWN                     VALUE 'Y'.
000762     02  MH-LIN-EOF-SWITCH           PICTURE X(01) VALUE 'N'.
000764         88  MH-END-OF-LINEAGE                VALUE 'Y'.
000766     02  MH-CARD-SWITCH              PICTURE X(01) VALUE 'N'.
000768         88  MH-CARD-SUPPLIED                 VALUE 'Y'.
000770
000780 01  MH-MASTER-STATUS               PICTURE X(02) VALUE '00'.
000785 01  MH-LINEAGE-STATUS              PICTURE X(02) VALUE '00'.
000790
000800 01  MH-COUNTERS.
000810     02  MH-READ-COUNT               PICTURE 9(09) COMP VALUE 0.
000820     02  MH-PURGED-COUNT             PICTURE 9(09) COMP VALUE 0.
000830     02  MH-RETAINED-COUNT           PICTURE 9(09) COMP VALUE 0.
000835     02  MH-LOCKED-KEPT-COUNT        PICTURE 9(09) COMP VALUE 0.
000840     02  MH-AGE-000-030              PICTURE 9(09) COMP VALUE 0.
000850     02  MH-AGE-031-090              PICTURE 9(09) COMP VALUE 0.
000860     02  MH-AGE-091-180              PICTURE 9(09) COMP VALUE 0.
000870     02  MH-AGE-181-365              PICTURE 9(09) COMP VALUE 0.
000880     02  MH-AGE-OVER-365             PICTURE 9(09) COMP VALUE 0.
000890     02  MH-AGE-UNKNOWN              PICTURE 9(09) COMP VALUE 0.
000892     02  MH-LIN-READ-COUNT           PICTURE 9(09) COMP VALUE 0.
000895     02  MH-LIN-PURGED-COUNT         PICTURE 9(09) COMP VALUE 0.
000897     02  MH-LIN-RETAINED-COUNT       PICTURE 9(09) COMP VALUE 0.
000900
000910* MH-RETENTION-DAYS IS THE SHOP RETENTION POLICY FOR MASTER
000920* ENTRIES - AN ENTRY NOT TOUCHED BY ANY RUN WITHIN THIS MANY
000930* DAYS IS PURGED.  THE HSKPCARD CONTROL CARD OVERRIDES IT.
000940 77  MH-RETENTION-DAYS               PICTURE 9(04) COMP VALUE 365.
000942* MH-LINEAGE-DAYS IS THE SHOP RETENTION POLICY FOR LINEAGE
000944* ENTRIES - AN ENTRY WHOSE RUN DATE IS MORE THAN THIS MANY DAYS
000946* BACK IS PURGED.  HSKPCARD COLUMNS 13-16 OVERRIDE IT.
000948 77  MH-LINEAGE-DAYS                 PICTURE 9(04) COMP VALUE 730.
000950 77  MH-AGE-DAYS                     PICTURE S9(09) COMP VALUE 0.
000960 77  MH-TODAY-INTEGER                PICTURE 9(09) COMP VALUE 0.
000970 77  MH-STAMP-INTEGER                PICTURE 9(09) COMP VALUE 0.
000990 01  MH-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
001000 01  MH-CURRENT-DATE-N REDEFINES MH-CURRENT-DATE
001010                                    PICTURE 9(08).
001011 01  MH-CURRENT-TIME                PICTURE X(08) VALUE SPACES.
001012
001014* THE AUTHORIZER RECORDED ON THE AUDIT REGISTER FOR BOTH PASSES -
001015* THE HSKPCARD'S, OR *DEFAULT WHEN THE SHOP DEFAULTS APPLIED.
001017 01  MH-AUTHORIZER                  PICTURE X(08)
001018                                    VALUE '*DEFAULT'.
001020
001030 01  MH-STAMP-DATE                  PICTURE X(08) VALUE SPACES.
001040 01  MH-STAMP-DATE-N REDEFINES MH-STAMP-DATE
001240     02  Filler PICTURE x value space.
001250     02  Filler PICTURE x(21) value 'Retention days . . .'.
001260     02  rt-retention-days PICTURE zzz9.
001261
001263 01  Lineage-retention-line.
001265     02  Filler PICTURE x value space.
001266     02  Filler PICTURE x(21) value 'Lineage retention . .'.
001268     02  lr-lineage-days PICTURE zzz9.
001270
001280 01  Under-line.
001290     02  Filler PICTURE x(70) value ALL '-'.
001540 01  Trailer-line-3.
001550     02  Filler PICTURE x value space.
001560     02  Filler PICTURE x(21) value 'Records after . . . .'.
001561     02  tr-after-count PICTURE zz,zzz,zz9.
001562
001563 01  Trailer-line-4.
001565     02  Filler PICTURE x value space.
001566     02  Filler PICTURE x(21) value 'Locked, not purged. .'.
001567     02  tr-locked-kept-count PICTURE zz,zzz,zz9.
001569
001570 01  Trailer-line-5.
001571     02  Filler PICTURE x value space.
001573     02  Filler PICTURE x(21) value 'Lineage before . . .'.
001574     02  tr-lin-before-count PICTURE zz,zzz,zz9.
001575
001576 01  Trailer-line-6.
001578     02  Filler PICTURE x value space.
001579     02  Filler PICTURE x(21) value 'Lineage purged . . .'.
001580     02  tr-lin-purged-count PICTURE zz,zzz,zz9.
001582
001583 01  Trailer-line-7.
001584     02  Filler PICTURE x value space.
001586     02  Filler PICTURE x(21) value 'Lineage after . . . .'.
001587     02  tr-lin-after-count PICTURE zz,zzz,zz9.
001588
001590 PROCEDURE DIVISION.
001600
001610* =================================================================
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
001670         UNTIL MH-END-OF-MASTER.
001671     PERFORM 4000-PROCESS-LINEAGE THRU 4000-EXIT
001672         UNTIL MH-END-OF-LINEAGE.
001680     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001690     STOP RUN.
001700
001740* =================================================================
001750 1000-INITIALIZE.
001760     OPEN I-O ROOT-MASTER-FILE.
001761     OPEN I-O LINEAGE-FILE.
001770     OPEN OUTPUT STANDARD-OUTPUT.
001780     ACCEPT MH-CURRENT-DATE FROM DATE YYYYMMDD.
001781     ACCEPT MH-CURRENT-TIME FROM TIME.
001790     COMPUTE MH-TODAY-INTEGER =
001800         FUNCTION INTEGER-OF-DATE (MH-CURRENT-DATE-N).
001810     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
001820     MOVE MH-CURRENT-DATE TO ao-current-date.
001830     MOVE MH-RETENTION-DAYS TO rt-retention-days.
001831     MOVE MH-LINEAGE-DAYS TO lr-lineage-days.
001840     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
001850     WRITE OUT-LINE FROM Asof-line AFTER ADVANCING 1 LINE.
001860     WRITE OUT-LINE FROM Retention-line AFTER ADVANCING 1 LINE.
001861     WRITE OUT-LINE FROM Lineage-retention-line
001862         AFTER ADVANCING 1 LINE.
001870     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
001880     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001881     PERFORM 4100-READ-LINEAGE THRU 4100-EXIT.
001890 1000-EXIT.
001900     EXIT.
001910
001920* =================================================================
001930* 1100-READ-CONTROL-CARD - A HSKPCARD CARD OVERRIDES THE SHOP
001940* DEFAULT RETENTION PERIODS
001950* =================================================================
001960 1100-READ-CONTROL-CARD.
001970     OPEN INPUT CONTROL-CARD-FILE.
002000             MOVE SPACES TO CONTROL-CARD
002010     END-READ.
002020     CLOSE CONTROL-CARD-FILE.
002021* A CARD IS ITS AUTHORIZER'S SANCTION EVEN WHEN ITS DAYS MATCH
002022* THE SHOP DEFAULTS; A CARD WITH NO AUTHORIZER IS STILL APPLIED
002023* BUT GOES ON THE REGISTER UNSIGNED, FOR THE AUDIT REPORT TO FLAG.
002024     IF HK-HOUSEKEEPING-CARD
002025         SET MH-CARD-SUPPLIED TO TRUE
002026         MOVE HK-AUTHORIZER TO MH-AUTHORIZER
002027     END-IF.
002030     IF HK-HOUSEKEEPING-CARD
002040         AND HK-RETENTION-DAYS NUMERIC
002050         AND HK-RETENTION-DAYS > 0
002060         MOVE HK-RETENTION-DAYS TO MH-RETENTION-DAYS
002061     END-IF.
002063     IF HK-HOUSEKEEPING-CARD
002065         AND HK-LINEAGE-DAYS NUMERIC
002066         AND HK-LINEAGE-DAYS > 0
002068         MOVE HK-LINEAGE-DAYS TO MH-LINEAGE-DAYS
002070     END-IF.
002080 1100-EXIT.
002090     EXIT.
002100
002110* =================================================================
002120* 2000-PROCESS-MASTER - AGE ONE MASTER ENTRY, TALLY ITS BUCKET
002130* AND PURGE IT WHEN IT IS PAST RETENTION AND NOT LOCKED
002140* =================================================================
002150 2000-PROCESS-MASTER.
002160     ADD 1 TO MH-READ-COUNT.
002161     MOVE RM-LAST-RUN-DATE TO MH-STAMP-DATE.
002170     PERFORM 2200-DETERMINE-AGE THRU 2200-EXIT.
002180     PERFORM 2300-TALLY-AGE THRU 2300-EXIT.
002190     IF MH-AGE-KNOWN AND MH-AGE-DAYS > MH-RETENTION-DAYS
002191         AND NOT RM-LOCKED
002200         PERFORM 2400-PURGE-RECORD THRU 2400-EXIT
002210     ELSE
002220         ADD 1 TO MH-RETAINED-COUNT
002222     END-IF.
002224     IF MH-AGE-KNOWN AND MH-AGE-DAYS > MH-RETENTION-DAYS
002226         AND RM-LOCKED
002228         ADD 1 TO MH-LOCKED-KEPT-COUNT
002230     END-IF.
002240     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002250 2000-EXIT.
002370     EXIT.
002380
002390* =================================================================
002400* 2200-DETERMINE-AGE - DAYS SINCE THE DATE THE CALLER PUT IN
002410* MH-STAMP-DATE.  AN UNREADABLE STAMP LEAVES THE AGE UNKNOWN.
002420* =================================================================
002430 2200-DETERMINE-AGE.
002440     MOVE 'N' TO MH-AGE-SWITCH.
002450     MOVE 0 TO MH-AGE-DAYS.
002470     IF MH-STAMP-DATE-N NOT NUMERIC
002480         GO TO 2200-EXIT
002490     END-IF.
002970     DELETE ROOT-MASTER-FILE RECORD.
002980     ADD 1 TO MH-PURGED-COUNT.
002990 2400-EXIT.
002991     EXIT.
002992
002993* =================================================================
002994* 4000-PROCESS-LINEAGE - AGE ONE LINEAGE ENTRY FROM ITS RUN DATE
002995* AND PURGE IT WHEN IT IS PAST THE LINEAGE RETENTION PERIOD.
002997* UNKNOWN-AGE ENTRIES ARE RETAINED, AS ON THE MASTER.
002998* =================================================================
002999 4000-PROCESS-LINEAGE.
003000     ADD 1 TO MH-LIN-READ-COUNT.
003001     MOVE LN-RUN-DATE TO MH-STAMP-DATE.
003002     PERFORM 2200-DETERMINE-AGE THRU 2200-EXIT.
003004     IF MH-AGE-KNOWN AND MH-AGE-DAYS > MH-LINEAGE-DAYS
003005         DELETE LINEAGE-FILE RECORD
003006         ADD 1 TO MH-LIN-PURGED-COUNT
003007     ELSE
003008         ADD 1 TO MH-LIN-RETAINED-COUNT
003010     END-IF.
003011     PERFORM 4100-READ-LINEAGE THRU 4100-EXIT.
003012 4000-EXIT.
003013     EXIT.
003014
003015* =================================================================
003017* 4100-READ-LINEAGE - READ THE NEXT LINEAGE ENTRY, SET EOF AT END
003018* =================================================================
003019 4100-READ-LINEAGE.
003020     READ LINEAGE-FILE
003021         AT END
003022             SET MH-END-OF-LINEAGE TO TRUE
003024     END-READ.
003025 4100-EXIT.
003026     EXIT.
003027
003028* =================================================================
003030* 3000-FINALIZE - PRINT THE AGE DISTRIBUTION, THE BEFORE/AFTER
003040* COUNTS AND CLOSE FILES
003050* =================================================================
003370     WRITE OUT-LINE FROM Trailer-line-1 AFTER ADVANCING 1 LINE.
003380     WRITE OUT-LINE FROM Trailer-line-2 AFTER ADVANCING 1 LINE.
003390     WRITE OUT-LINE FROM Trailer-line-3 AFTER ADVANCING 1 LINE.
003400     MOVE MH-LOCKED-KEPT-COUNT TO tr-locked-kept-count.
003401     WRITE OUT-LINE FROM Trailer-line-4 AFTER ADVANCING 1 LINE.
003402     MOVE MH-LIN-READ-COUNT TO tr-lin-before-count.
003403     MOVE MH-LIN-PURGED-COUNT TO tr-lin-purged-count.
003404     MOVE MH-LIN-RETAINED-COUNT TO tr-lin-after-count.
003405     WRITE OUT-LINE FROM Trailer-line-5 AFTER ADVANCING 1 LINE.
003406     WRITE OUT-LINE FROM Trailer-line-6 AFTER ADVANCING 1 LINE.
003407     WRITE OUT-LINE FROM Trailer-line-7 AFTER ADVANCING 1 LINE.
003408     PERFORM 3100-WRITE-AUDIT-RECORDS THRU 3100-EXIT.
003409     CLOSE ROOT-MASTER-FILE, LINEAGE-FILE, STANDARD-OUTPUT.
003410 3000-EXIT.
003420     EXIT.
003430
003440* =================================================================
003450* 3100-WRITE-AUDIT-RECORDS - APPEND ONE RECORD PER PURGE PASS TO
003460* THE AUTHORIZATION AUDIT REGISTER: WHO AUTHORIZED THE RETENTION,
003470* THE RETENTION APPLIED AND HOW MANY ENTRIES WENT
003480* =================================================================
003490 3100-WRITE-AUDIT-RECORDS.
003500     OPEN EXTEND AUDIT-REGISTER-FILE.
003510     MOVE SPACES TO AUDIT-RECORD.
003520     MOVE MH-CURRENT-DATE TO AU-ACTION-DATE.
003530     MOVE MH-CURRENT-TIME TO AU-ACTION-TIME.
003540     MOVE 'MSTRHSKP' TO AU-PROGRAM.
003550     MOVE MH-AUTHORIZER TO AU-AUTHORIZER.
003560     SET AU-TARGET-DATASET TO TRUE.
003570     IF MH-CARD-SUPPLIED
003580         MOVE 'RETENTION      DAYS, HSKPCARD' TO AU-EFFECT
003590     ELSE
003600         MOVE 'RETENTION      DAYS, DEFAULT' TO AU-EFFECT
003610     END-IF.
003620     MOVE 'PURGE' TO AU-ACTION.
003630     MOVE 'ROOTMSTR' TO AU-TARGET.
003640     MOVE MH-PURGED-COUNT TO AU-EFFECT-COUNT.
003650     MOVE MH-RETENTION-DAYS TO AU-RETENTION-DAYS.
003660     WRITE AUDIT-RECORD.
003670     MOVE 'LINPURGE' TO AU-ACTION.
003680     MOVE 'LINEAGE' TO AU-TARGET.
003690     MOVE MH-LIN-PURGED-COUNT TO AU-EFFECT-COUNT.
003700     MOVE MH-LINEAGE-DAYS TO AU-RETENTION-DAYS.
003710     WRITE AUDIT-RECORD.
003720     CLOSE AUDIT-REGISTER-FILE.
003730 3100-EXIT.
003740     EXIT.
