000010* ===================================================================
000020* PROGRAM-ID:  AUDITRPT
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/15/2026
000060*
000070* REMARKS:     PERIODIC REPORT ON THE AUTHORIZATION AUDIT REGISTER
000080*              (AUDITREG).  EVERY AUTHORIZED MANUAL ACTION IS
000090*              APPENDED TO THE REGISTER BY THE PROGRAM THAT TOOK
000100*              IT -
000110*                 SQUAREROOT  OVERRIDE  RERUN OF A REGISTERED
000120*                                       GENERATION ON AN OVRCARD
000130*                 SUSPMAINT   WRITEOFF, HOLD, FORCERES
000140*                                       DISPCARD DISPOSITIONS
000150*                 MSTRHSKP    PURGE, LINPURGE
000160*                                       RETENTION PURGES OF THE
000170*                                       ROOT MASTER AND LINEAGE
000171*                 BACKOUT     BACKOUT   BACKOUT OF A REGISTERED
000172*                                       RUN ON A BKCARD
000173*                 MSTRMNT     DELETE, RECOMPUT, LOCK, UNLOCK
000174*                                       MNTCARD CORRECTIONS TO THE
000175*                                       ROOT MASTER
000180*              THIS PROGRAM SELECTS THE MONTH NAMED ON THE AUDCARD
000190*              CONTROL CARD, SORTS IT BY AUTHORIZER, ACTION AND
000200*              TIME, AND LISTS EVERY ACTION UNDER ITS AUTHORIZER
000210*              WITH A SUBTOTAL PER ACTION TYPE.  AFTER EACH
000220*              AUTHORIZER THE PATTERNS INTERNAL AUDIT ASKED TO SEE
000230*              ARE FLAGGED -
000240*                 ACTIONS TAKEN WITH NO AUTHORIZER ON THE CARD,
000250*                 AS MANY RUN-REGISTER OVERRIDES AND BACKOUTS,
000260*                 TOGETHER, AS THE CARD'S LIMIT OR MORE BY ONE
000261*                 PERSON,
000270*                 MORE SUSPENSE WRITE-OFFS BY ONE PERSON THAN THE
000280*                 CARD'S MONTHLY THRESHOLD.
000290*              A SUMMARY PAGE TOTALS EACH ACTION TYPE AND ALSO
000300*              FLAGS THE MONTH WHEN ITS WRITE-OFFS, ALL
000310*              AUTHORIZERS TOGETHER, PASS THE SAME THRESHOLD.
000320*              RETURN CODES -
000330*                 0  NOTHING FLAGGED.
000340*                 4  AT LEAST ONE PATTERN FLAGGED - FOR REVIEW.
000350*                16  AUDCARD MISSING OR NOT VALID - NOTHING
000360*                    LISTED.
000370*              THE REGISTER IS ONLY READ.
000380*
000390* MODIFICATION HISTORY
000400* --------------------------------------------------------------
000410* DATE        INIT  DESCRIPTION
000420* --------------------------------------------------------------
000430* 10/15/2026  KS    ORIGINAL PROGRAM.  SEE JCL/AUDITJOB.JCL.
000431* 10/15/2026  KS    BACKOUT AND MSTRMNT NOW APPEND TO THE
000432*                   REGISTER.  A BACKOUT COUNTS WITH THE OVERRIDES
000433*                   AGAINST THE OVERRIDE LIMIT.
000440* --------------------------------------------------------------
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. AUDITRPT.
000470 AUTHOR. KENT SPENCE.
000480 INSTALLATION. DATA PROCESSING DEPARTMENT.
000490 DATE-WRITTEN. 10/15/2026.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530     FILE-CONTROL.
000540         SELECT OPTIONAL AUDIT-REGISTER-FILE ASSIGN TO "AUDITREG"
000550             ORGANIZATION IS LINE SEQUENTIAL.
000560         SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "AUDCARD"
000570             ORGANIZATION IS LINE SEQUENTIAL.
000580         SELECT SORT-FILE ASSIGN TO "SORTWK01".
000590         SELECT STANDARD-OUTPUT ASSIGN TO "AUDRPT"
000600             ORGANIZATION IS LINE SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDIT-REGISTER-FILE.
000650 01  AUDIT-RECORD                PICTURE X(120).
000660 FD  CONTROL-CARD-FILE.
000670 01  AUDIT-CARD.
000680     02  AC-RECORD-TYPE           PICTURE X(08).
000690         88  AC-AUDIT-CARD                  VALUE 'AUDCARD '.
000700     02  AC-PERIOD                PICTURE X(06).
000710     02  AC-PERIOD-N REDEFINES AC-PERIOD
000720                                  PICTURE 9(06).
000730     02  AC-OVERRIDE-IMAGE        PICTURE X(02).
000740     02  AC-OVERRIDE-LIMIT REDEFINES AC-OVERRIDE-IMAGE
000750                                  PICTURE 9(02).
000760     02  AC-WRITEOFF-IMAGE        PICTURE X(05).
000770     02  AC-WRITEOFF-LIMIT REDEFINES AC-WRITEOFF-IMAGE
000780                                  PICTURE 9(05).
000790     02  FILLER                   PICTURE X(59).
000800 SD  SORT-FILE.
000810 01  SORT-RECORD.
000820     02  SA-ACTION-DATE           PICTURE X(08).
000830     02  SA-ACTION-TIME           PICTURE X(08).
000840     02  SA-PROGRAM               PICTURE X(10).
000850     02  SA-ACTION                PICTURE X(08).
000860     02  SA-AUTHORIZER            PICTURE X(08).
000870     02  SA-TARGET-TYPE           PICTURE X(01).
000880         88  SA-TARGET-BATCH                VALUE 'B'.
000890         88  SA-TARGET-VALUE                VALUE 'V'.
000900         88  SA-TARGET-DATASET              VALUE 'D'.
000910     02  SA-TARGET                PICTURE X(30).
000920     02  SA-TARGET-BATCH-KEY REDEFINES SA-TARGET.
000930         03  SA-BATCH-ID          PICTURE X(10).
000940         03  SA-RUN-DATE          PICTURE X(08).
000950         03  FILLER               PICTURE X(12).
000960     02  SA-TARGET-VALUE-KEY REDEFINES SA-TARGET.
000970         03  SA-VALUE-DIGITS      PICTURE X(17).
000980         03  SA-ROOT-TYPE         PICTURE X(02).
000990         03  SA-VALUE-BATCH-ID    PICTURE X(10).
001000         03  FILLER               PICTURE X(01).
001010     02  SA-EFFECT-COUNT          PICTURE 9(09).
001020     02  SA-EFFECT                PICTURE X(30).
001030     02  FILLER                   PICTURE X(08).
001040 FD  STANDARD-OUTPUT.
001050 01  OUT-LINE                    PICTURE X(120).
001060
001070 WORKING-STORAGE SECTION.
001080
001090* ---------------------------------------------------------------
001100* RUN CONTROLS
001110* ---------------------------------------------------------------
001120 01  AR-SWITCHES.
001130     02  AR-REG-EOF-SWITCH           PICTURE X(01) VALUE 'N'.
001140         88  AR-END-OF-REGISTER               VALUE 'Y'.
001150     02  AR-SORT-EOF-SWITCH          PICTURE X(01) VALUE 'N'.
001160         88  AR-END-OF-SORT                   VALUE 'Y'.
001170     02  AR-CARD-SWITCH              PICTURE X(01) VALUE 'N'.
001180         88  AR-CARD-GOOD                     VALUE 'Y'.
001190     02  AR-FOUND-SWITCH             PICTURE X(01) VALUE 'N'.
001200         88  AR-ACTION-FOUND                  VALUE 'Y'.
001210
001220* AUDCARD LIMITS, LOADED WITH THE SHOP DEFAULTS - THREE RUN-
001230* REGISTER OVERRIDES OR BACKOUTS BY ONE PERSON IN A MONTH, OR
001231* MORE THAN FIFTY
001240* SUSPENSE ENTRIES WRITTEN OFF, IS WORTH AN AUDITOR'S QUESTION.
001250 01  AR-LIMITS.
001260     02  AR-OVERRIDE-LIMIT           PICTURE 9(02) COMP VALUE 3.
001270     02  AR-WRITEOFF-LIMIT           PICTURE 9(05) COMP VALUE 50.
001280
001290 01  AR-COUNTERS.
001300     02  AR-READ-COUNT               PICTURE 9(09) COMP VALUE 0.
001310     02  AR-SELECTED-COUNT           PICTURE 9(09) COMP VALUE 0.
001320     02  AR-LISTED-COUNT             PICTURE 9(09) COMP VALUE 0.
001330     02  AR-AUTHORIZER-COUNT         PICTURE 9(09) COMP VALUE 0.
001340     02  AR-FLAG-COUNT               PICTURE 9(09) COMP VALUE 0.
001350     02  AR-TOTAL-WRITEOFFS          PICTURE 9(09) COMP VALUE 0.
001360
001370* THE AUTHORIZER AND ACTION IN HAND FOR THE CONTROL BREAKS, AND
001380* WHAT EACH HAS ADDED UP TO SO FAR
001390 01  AR-BREAK-CONTROLS.
001400     02  AR-CURR-AUTHORIZER          PICTURE X(08) VALUE SPACES.
001410     02  AR-CURR-ACTION              PICTURE X(08) VALUE SPACES.
001420     02  AR-AUTH-ACTIONS             PICTURE 9(09) COMP VALUE 0.
001430     02  AR-AUTH-OVERRIDES           PICTURE 9(09) COMP VALUE 0.
001440     02  AR-AUTH-WRITEOFFS           PICTURE 9(09) COMP VALUE 0.
001450     02  AR-ACTION-ENTRIES           PICTURE 9(09) COMP VALUE 0.
001460     02  AR-ACTION-EFFECT            PICTURE 9(12) COMP VALUE 0.
001470
001480 77  AR-SUB                          PICTURE 9(04) COMP VALUE 0.
001490
001500 01  AR-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
001510
001520* ---------------------------------------------------------------
001530* ACTION-TYPE TOTALS FOR THE SUMMARY PAGE.  AN ACTION CODE NOT
001540* SEEN BEFORE OPENS A SLOT; ONCE THE TABLE IS FULL THE REST ARE
001550* GATHERED IN THE LAST SLOT UNDER 'OTHER'.
001560* ---------------------------------------------------------------
001570 01  AR-ACTION-TABLE.
001580     02  AR-ACTION-MAX               PICTURE 9(04) COMP VALUE 20.
001590     02  AR-ACTION-COUNT             PICTURE 9(04) COMP VALUE 0.
001600     02  AR-ACTION-ENTRY OCCURS 20 TIMES.
001610         03  AR-ACT-CODE             PICTURE X(08).
001620         03  AR-ACT-ENTRIES          PICTURE 9(09) COMP.
001630         03  AR-ACT-EFFECT           PICTURE 9(12) COMP.
001640
001650* ---------------------------------------------------------------
001660* REPORT LAYOUTS
001670* ---------------------------------------------------------------
001680 01  Title-line.
001690     02  Filler PICTURE x(9) value spaces.
001700     02  Filler PICTURE x(35)
001710         value 'Authorization Audit Register Report'.
001720
001730 01  Period-line.
001740     02  Filler PICTURE x(9) value spaces.
001750     02  Filler PICTURE x(8) value 'Period: '.
001760     02  pd-period PICTURE x(06).
001770     02  Filler PICTURE x(14) value '   Printed on '.
001780     02  pd-printed-date PICTURE x(08).
001790
001800 01  Limits-line.
001810     02  Filler PICTURE x(9) value spaces.
001820     02  Filler PICTURE x(17) value 'Override limit: '.
001830     02  lm-override-limit PICTURE z9.
001840     02  Filler PICTURE x(24) value '   Write-off threshold: '.
001850     02  lm-writeoff-limit PICTURE zzzz9.
001860
001870 01  Under-line.
001880     02  Filler PICTURE x(110) value ALL '-'.
001890
001900 01  Col-heads.
001910     02  Filler PICTURE x value space.
001920     02  Filler PICTURE x(8) value 'Date'.
001930     02  Filler PICTURE x(2) value spaces.
001940     02  Filler PICTURE x(5) value 'Time'.
001950     02  Filler PICTURE x(2) value spaces.
001960     02  Filler PICTURE x(10) value 'Program'.
001970     02  Filler PICTURE x(2) value spaces.
001980     02  Filler PICTURE x(8) value 'Action'.
001990     02  Filler PICTURE x(2) value spaces.
002000     02  Filler PICTURE x(31) value 'Against'.
002010     02  Filler PICTURE x(2) value spaces.
002020     02  Filler PICTURE x(11) value '     Effect'.
002030     02  Filler PICTURE x(2) value spaces.
002040     02  Filler PICTURE x(30) value spaces.
002050
002060 01  Authorizer-line.
002070     02  Filler PICTURE x value space.
002080     02  Filler PICTURE x(12) value 'Authorizer: '.
002090     02  au-authorizer PICTURE x(08).
002100
002110 01  Detail-line.
002120     02  Filler PICTURE x value space.
002130     02  dt-action-date PICTURE x(08).
002140     02  Filler PICTURE x(2) value spaces.
002150     02  dt-hours PICTURE x(02).
002160     02  Filler PICTURE x value ':'.
002170     02  dt-minutes PICTURE x(02).
002180     02  Filler PICTURE x(2) value spaces.
002190     02  dt-program PICTURE x(10).
002200     02  Filler PICTURE x(2) value spaces.
002210     02  dt-action PICTURE x(08).
002220     02  Filler PICTURE x(2) value spaces.
002230     02  dt-target PICTURE x(31).
002240     02  Filler PICTURE x(2) value spaces.
002250     02  dt-effect-count PICTURE zzz,zzz,zz9.
002260     02  Filler PICTURE x(2) value spaces.
002270     02  dt-effect PICTURE x(30).
002280
002290* THE TARGET COLUMN FOR EACH KIND OF TARGET
002300 01  Target-batch.
002310     02  tb-batch-id PICTURE x(10).
002320     02  Filler PICTURE x value space.
002330     02  tb-run-date PICTURE x(08).
002340     02  Filler PICTURE x(12) value spaces.
002350
002360 01  Target-value.
002370     02  tv-value-digits PICTURE x(17).
002380     02  Filler PICTURE x value space.
002390     02  tv-root-type PICTURE x(02).
002400     02  Filler PICTURE x value space.
002410     02  tv-batch-id PICTURE x(10).
002420
002430 01  Subtotal-line.
002440     02  Filler PICTURE x(21) value spaces.
002450     02  Filler PICTURE x(10) value 'Subtotal  '.
002460     02  st-action PICTURE x(08).
002470     02  Filler PICTURE x(2) value spaces.
002480     02  st-entries PICTURE zzz,zzz,zz9.
002490     02  Filler PICTURE x(9) value ' actions '.
002500     02  Filler PICTURE x(13) value spaces.
002510     02  st-effect PICTURE zzz,zzz,zz9.
002520
002530 01  Flag-line.
002540     02  Filler PICTURE x value space.
002550     02  Filler PICTURE x(13) value '*** FLAGGED -'.
002560     02  Filler PICTURE x value space.
002570     02  fl-reason PICTURE x(40).
002580     02  fl-count PICTURE zzz,zzz,zz9.
002590     02  Filler PICTURE x(10) value '   limit  '.
002600     02  fl-limit PICTURE zzzz9.
002610     02  Filler PICTURE x(4) value ' ***'.
002620
002630 01  No-entries-line.
002640     02  Filler PICTURE x value space.
002650     02  Filler PICTURE x(40)
002660         value 'NO AUTHORIZED ACTIONS ON THE REGISTER FO'.
002670     02  Filler PICTURE x(15)
002680         value 'R THE PERIOD'.
002690
002700* ---------------------------------------------------------------
002710* SUMMARY PAGE
002720* ---------------------------------------------------------------
002730 01  Summary-title-line.
002740     02  Filler PICTURE x(9) value spaces.
002750     02  Filler PICTURE x(22) value 'Audit Register Summary'.
002760
002770 01  Summary-heads.
002780     02  Filler PICTURE x value space.
002790     02  Filler PICTURE x(8) value 'Action'.
002800     02  Filler PICTURE x(2) value spaces.
002810     02  Filler PICTURE x(11) value '    Actions'.
002820     02  Filler PICTURE x(2) value spaces.
002830     02  Filler PICTURE x(15) value '         Effect'.
002840
002850 01  Summary-line.
002860     02  Filler PICTURE x value space.
002870     02  sm-action PICTURE x(08).
002880     02  Filler PICTURE x(2) value spaces.
002890     02  sm-entries PICTURE zzz,zzz,zz9.
002900     02  Filler PICTURE x(2) value spaces.
002910     02  sm-effect PICTURE zzz,zzz,zzz,zz9.
002920
002930 01  Count-line.
002940     02  Filler PICTURE x value space.
002950     02  ct-label PICTURE x(21).
002960     02  ct-count PICTURE zzz,zzz,zz9.
002970
002980 01  Clean-line.
002990     02  Filler PICTURE x value space.
003000     02  Filler PICTURE x(40)
003010         value 'NO PATTERNS FLAGGED FOR THE PERIOD'.
003020
003030 01  Review-line.
003040     02  Filler PICTURE x value space.
003050     02  Filler PICTURE x(40)
003060         value '*** PATTERNS FLAGGED - REFER TO INTERNAL'.
003070     02  Filler PICTURE x(30)
003080         value ' AUDIT, RETURN CODE 4 ***'.
003090
003100 PROCEDURE DIVISION.
003110
003120* =================================================================
003130* 0000-MAINLINE
003140* =================================================================
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     IF AR-CARD-GOOD
003180         SORT SORT-FILE
003190             ON ASCENDING KEY SA-AUTHORIZER SA-ACTION
003200                              SA-ACTION-DATE SA-ACTION-TIME
003210             INPUT PROCEDURE IS 2000-SELECT-ENTRIES THRU 2000-EXIT
003220             OUTPUT PROCEDURE IS 3000-LIST-ENTRIES THRU 3000-EXIT
003230         PERFORM 4000-FINALIZE THRU 4000-EXIT
003240     ELSE
003250         PERFORM 4500-HALT-BAD-CARD THRU 4500-EXIT
003260     END-IF.
003270     STOP RUN.
003280
003290* =================================================================
003300* 1000-INITIALIZE - OPEN THE REPORT AND READ THE CONTROL CARD
003310* =================================================================
003320 1000-INITIALIZE.
003330     OPEN OUTPUT STANDARD-OUTPUT.
003340     ACCEPT AR-CURRENT-DATE FROM DATE YYYYMMDD.
003350     PERFORM 1100-READ-AUDIT-CARD THRU 1100-EXIT.
003360 1000-EXIT.
003370     EXIT.
003380
003390* =================================================================
003400* 1100-READ-AUDIT-CARD - THE AUDCARD CARD NAMES THE MONTH AND MAY
003410* CHANGE THE LIMITS (A BLANK FIELD KEEPS THE SHOP DEFAULT).
003420*   COLS  1- 8  'AUDCARD '
003430*   COLS  9-14  PERIOD YYYYMM (REQUIRED)
003440*   COLS 15-16  OVERRIDES AND BACKOUTS BY ONE PERSON THAT
003441*               ARE FLAGGED                                 (03)
003450*   COLS 17-21  WRITE-OFFS IN THE MONTH ABOVE WHICH ONE
003460*               PERSON, OR THE MONTH AS A WHOLE, IS
003470*               FLAGGED                                  (00050)
003480* =================================================================
003490 1100-READ-AUDIT-CARD.
003500     OPEN INPUT CONTROL-CARD-FILE.
003510     READ CONTROL-CARD-FILE
003520         AT END
003530             MOVE SPACES TO AUDIT-CARD
003540     END-READ.
003550     CLOSE CONTROL-CARD-FILE.
003560     IF NOT AC-AUDIT-CARD
003570         OR AC-PERIOD-N NOT NUMERIC
003580         OR AC-PERIOD-N NOT > 190000
003590         OR AC-PERIOD (5:2) < '01' OR AC-PERIOD (5:2) > '12'
003600         GO TO 1100-EXIT
003610     END-IF.
003620     IF AC-OVERRIDE-IMAGE NOT = SPACES
003630         IF AC-OVERRIDE-LIMIT NOT NUMERIC OR AC-OVERRIDE-LIMIT = 0
003640             GO TO 1100-EXIT
003650         END-IF
003660         MOVE AC-OVERRIDE-LIMIT TO AR-OVERRIDE-LIMIT
003670     END-IF.
003680     IF AC-WRITEOFF-IMAGE NOT = SPACES
003690         IF AC-WRITEOFF-LIMIT NOT NUMERIC
003700             GO TO 1100-EXIT
003710         END-IF
003720         MOVE AC-WRITEOFF-LIMIT TO AR-WRITEOFF-LIMIT
003730     END-IF.
003740     SET AR-CARD-GOOD TO TRUE.
003750 1100-EXIT.
003760     EXIT.
003770
003780* =================================================================
003790* 2000-SELECT-ENTRIES - SORT INPUT: PASS THE PERIOD'S REGISTER
003800* ENTRIES TO THE SORT
003810* =================================================================
003820 2000-SELECT-ENTRIES.
003830     OPEN INPUT AUDIT-REGISTER-FILE.
003840     PERFORM 2100-SELECT-ONE-ENTRY THRU 2100-EXIT
003850         UNTIL AR-END-OF-REGISTER.
003860     CLOSE AUDIT-REGISTER-FILE.
003870 2000-EXIT.
003880     EXIT.
003890
003900* =================================================================
003910* 2100-SELECT-ONE-ENTRY - READ ONE REGISTER ENTRY AND RELEASE IT
003920* WHEN ITS ACTION DATE FALLS IN THE PERIOD
003930* =================================================================
003940 2100-SELECT-ONE-ENTRY.
003950     READ AUDIT-REGISTER-FILE
003960         AT END
003970             SET AR-END-OF-REGISTER TO TRUE
003980             GO TO 2100-EXIT
003990     END-READ.
004000     ADD 1 TO AR-READ-COUNT.
004010     IF AUDIT-RECORD (1:6) NOT = AC-PERIOD
004020         GO TO 2100-EXIT
004030     END-IF.
004040     ADD 1 TO AR-SELECTED-COUNT.
004050     RELEASE SORT-RECORD FROM AUDIT-RECORD.
004060 2100-EXIT.
004070     EXIT.
004080
004090* =================================================================
004100* 3000-LIST-ENTRIES - SORT OUTPUT: PRINT THE HEADINGS AND LIST THE
004110* SORTED ENTRIES ONE AUTHORIZER AT A TIME
004120* =================================================================
004130 3000-LIST-ENTRIES.
004140     MOVE AC-PERIOD TO pd-period.
004150     MOVE AR-CURRENT-DATE TO pd-printed-date.
004160     MOVE AR-OVERRIDE-LIMIT TO lm-override-limit.
004170     MOVE AR-WRITEOFF-LIMIT TO lm-writeoff-limit.
004180     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
004190     WRITE OUT-LINE FROM Period-line AFTER ADVANCING 1 LINE.
004200     WRITE OUT-LINE FROM Limits-line AFTER ADVANCING 1 LINE.
004210     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
004220     WRITE OUT-LINE FROM Col-heads AFTER ADVANCING 1 LINE.
004230     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
004240     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
004250     IF AR-END-OF-SORT
004260         WRITE OUT-LINE FROM No-entries-line
004270             AFTER ADVANCING 2 LINES
004280     END-IF.
004290     PERFORM 3200-LIST-ONE-AUTHORIZER THRU 3200-EXIT
004300         UNTIL AR-END-OF-SORT.
004310 3000-EXIT.
004320     EXIT.
004330
004340* =================================================================
004350* 3100-RETURN-ENTRY - THE NEXT ENTRY IN AUTHORIZER/ACTION ORDER
004360* =================================================================
004370 3100-RETURN-ENTRY.
004380     RETURN SORT-FILE
004390         AT END
004400             SET AR-END-OF-SORT TO TRUE
004410     END-RETURN.
004420 3100-EXIT.
004430     EXIT.
004440
004450* =================================================================
004460* 3200-LIST-ONE-AUTHORIZER - EVERY ACTION ONE PERSON AUTHORIZED IN
004470* THE PERIOD, A SUBTOTAL PER ACTION TYPE, THEN THE PATTERN CHECKS
004480* =================================================================
004490 3200-LIST-ONE-AUTHORIZER.
004500     MOVE SA-AUTHORIZER TO AR-CURR-AUTHORIZER.
004510     MOVE 0 TO AR-AUTH-ACTIONS.
004520     MOVE 0 TO AR-AUTH-OVERRIDES.
004530     MOVE 0 TO AR-AUTH-WRITEOFFS.
004540     ADD 1 TO AR-AUTHORIZER-COUNT.
004550     IF AR-CURR-AUTHORIZER = SPACES
004560         MOVE '(NONE)' TO au-authorizer
004570     ELSE
004580         MOVE AR-CURR-AUTHORIZER TO au-authorizer
004590     END-IF.
004600     WRITE OUT-LINE FROM Authorizer-line AFTER ADVANCING 2 LINES.
004610     PERFORM 3300-LIST-ONE-ACTION THRU 3300-EXIT
004620         UNTIL AR-END-OF-SORT
004630            OR SA-AUTHORIZER NOT = AR-CURR-AUTHORIZER.
004640     PERFORM 3500-CHECK-PATTERNS THRU 3500-EXIT.
004650 3200-EXIT.
004660     EXIT.
004670
004680* =================================================================
004690* 3300-LIST-ONE-ACTION - ONE AUTHORIZER'S ENTRIES FOR ONE ACTION
004700* TYPE AND THEIR SUBTOTAL
004710* =================================================================
004720 3300-LIST-ONE-ACTION.
004730     MOVE SA-ACTION TO AR-CURR-ACTION.
004740     MOVE 0 TO AR-ACTION-ENTRIES.
004750     MOVE 0 TO AR-ACTION-EFFECT.
004760     PERFORM 3400-LIST-ONE-ENTRY THRU 3400-EXIT
004770         UNTIL AR-END-OF-SORT
004780            OR SA-AUTHORIZER NOT = AR-CURR-AUTHORIZER
004790            OR SA-ACTION NOT = AR-CURR-ACTION.
004800     MOVE AR-CURR-ACTION TO st-action.
004810     MOVE AR-ACTION-ENTRIES TO st-entries.
004820     MOVE AR-ACTION-EFFECT TO st-effect.
004830     WRITE OUT-LINE FROM Subtotal-line AFTER ADVANCING 1 LINE.
004840     ADD AR-ACTION-ENTRIES TO AR-AUTH-ACTIONS.
004850     IF AR-CURR-ACTION = 'OVERRIDE' OR 'BACKOUT'
004860         ADD AR-ACTION-ENTRIES TO AR-AUTH-OVERRIDES
004870     END-IF.
004880     IF AR-CURR-ACTION = 'WRITEOFF'
004890         ADD AR-ACTION-EFFECT TO AR-AUTH-WRITEOFFS
004900         ADD AR-ACTION-EFFECT TO AR-TOTAL-WRITEOFFS
004910     END-IF.
004920     PERFORM 3350-POST-ACTION-TOTALS THRU 3350-EXIT.
004930 3300-EXIT.
004940     EXIT.
004950
004960* =================================================================
004970* 3350-POST-ACTION-TOTALS - ADD THE SUBTOTAL TO ITS ACTION TYPE'S
004980* SLOT FOR THE SUMMARY PAGE
004990* =================================================================
005000 3350-POST-ACTION-TOTALS.
005010     MOVE 'N' TO AR-FOUND-SWITCH.
005020     MOVE 1 TO AR-SUB.
005030     PERFORM 3360-CHECK-ONE-ACTION THRU 3360-EXIT
005040         UNTIL AR-ACTION-FOUND OR AR-SUB > AR-ACTION-COUNT.
005050     IF NOT AR-ACTION-FOUND
005060         IF AR-ACTION-COUNT < AR-ACTION-MAX
005070             ADD 1 TO AR-ACTION-COUNT
005080             MOVE AR-ACTION-COUNT TO AR-SUB
005090             MOVE AR-CURR-ACTION TO AR-ACT-CODE (AR-SUB)
005100         ELSE
005110             MOVE AR-ACTION-MAX TO AR-SUB
005120             MOVE 'OTHER' TO AR-ACT-CODE (AR-SUB)
005130         END-IF
005140     END-IF.
005150     ADD AR-ACTION-ENTRIES TO AR-ACT-ENTRIES (AR-SUB).
005160     ADD AR-ACTION-EFFECT TO AR-ACT-EFFECT (AR-SUB).
005170 3350-EXIT.
005180     EXIT.
005190
005200* =================================================================
005210* 3360-CHECK-ONE-ACTION - COMPARE AGAINST ONE TABLED ACTION TYPE
005220* =================================================================
005230 3360-CHECK-ONE-ACTION.
005240     IF AR-ACT-CODE (AR-SUB) = AR-CURR-ACTION
005250         SET AR-ACTION-FOUND TO TRUE
005260     ELSE
005270         ADD 1 TO AR-SUB
005280     END-IF.
005290 3360-EXIT.
005300     EXIT.
005310
005320* =================================================================
005330* 3400-LIST-ONE-ENTRY - PRINT ONE REGISTER ENTRY AND RETURN THE
005340* NEXT.  THE TARGET IS SHOWN IN THE FORM ITS KIND CALLS FOR.
005350* =================================================================
005360 3400-LIST-ONE-ENTRY.
005370     MOVE SA-ACTION-DATE TO dt-action-date.
005380     MOVE SA-ACTION-TIME (1:2) TO dt-hours.
005390     MOVE SA-ACTION-TIME (3:2) TO dt-minutes.
005400     MOVE SA-PROGRAM TO dt-program.
005410     MOVE SA-ACTION TO dt-action.
005420     IF SA-TARGET-BATCH
005430         MOVE SA-BATCH-ID TO tb-batch-id
005440         MOVE SA-RUN-DATE TO tb-run-date
005450         MOVE Target-batch TO dt-target
005460     ELSE
005470         IF SA-TARGET-VALUE
005480             MOVE SA-VALUE-DIGITS TO tv-value-digits
005490             MOVE SA-ROOT-TYPE TO tv-root-type
005500             MOVE SA-VALUE-BATCH-ID TO tv-batch-id
005510             MOVE Target-value TO dt-target
005520         ELSE
005530             MOVE SA-TARGET TO dt-target
005540         END-IF
005550     END-IF.
005560     IF SA-EFFECT-COUNT NUMERIC
005570         MOVE SA-EFFECT-COUNT TO dt-effect-count
005580         ADD SA-EFFECT-COUNT TO AR-ACTION-EFFECT
005590     ELSE
005600         MOVE 0 TO dt-effect-count
005610     END-IF.
005620     MOVE SA-EFFECT TO dt-effect.
005630     WRITE OUT-LINE FROM Detail-line AFTER ADVANCING 1 LINE.
005640     ADD 1 TO AR-ACTION-ENTRIES.
005650     ADD 1 TO AR-LISTED-COUNT.
005660     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
005670 3400-EXIT.
005680     EXIT.
005690
005700* =================================================================
005710* 3500-CHECK-PATTERNS - FLAG WHAT INTERNAL AUDIT ASKED TO SEE FOR
005720* THE AUTHORIZER JUST LISTED
005730* =================================================================
005740 3500-CHECK-PATTERNS.
005750     IF AR-CURR-AUTHORIZER = SPACES
005760         MOVE 'ACTIONS TAKEN WITH NO AUTHORIZER' TO fl-reason
005770         MOVE AR-AUTH-ACTIONS TO fl-count
005780         MOVE 0 TO fl-limit
005790         WRITE OUT-LINE FROM Flag-line AFTER ADVANCING 1 LINE
005800         ADD 1 TO AR-FLAG-COUNT
005810     END-IF.
005820     IF AR-AUTH-OVERRIDES NOT < AR-OVERRIDE-LIMIT
005830         MOVE 'REPEATED RUN-REGISTER OVERRIDES/BACKOUTS'
005831             TO fl-reason
005840         MOVE AR-AUTH-OVERRIDES TO fl-count
005850         MOVE AR-OVERRIDE-LIMIT TO fl-limit
005860         WRITE OUT-LINE FROM Flag-line AFTER ADVANCING 1 LINE
005870         ADD 1 TO AR-FLAG-COUNT
005880     END-IF.
005890     IF AR-AUTH-WRITEOFFS > AR-WRITEOFF-LIMIT
005900         MOVE 'WRITE-OFFS ABOVE THE MONTHLY THRESHOLD'
005910             TO fl-reason
005920         MOVE AR-AUTH-WRITEOFFS TO fl-count
005930         MOVE AR-WRITEOFF-LIMIT TO fl-limit
005940         WRITE OUT-LINE FROM Flag-line AFTER ADVANCING 1 LINE
005950         ADD 1 TO AR-FLAG-COUNT
005960     END-IF.
005970 3500-EXIT.
005980     EXIT.
005990
006000* =================================================================
006010* 4000-FINALIZE - SUMMARY PAGE: ACTION-TYPE TOTALS, THE MONTH'S
006020* WRITE-OFF CHECK, THE CONTROL COUNTS AND THE RETURN CODE
006030* =================================================================
006040 4000-FINALIZE.
006050     WRITE OUT-LINE FROM Summary-title-line AFTER ADVANCING PAGE.
006060     WRITE OUT-LINE FROM Period-line AFTER ADVANCING 1 LINE.
006070     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006080     WRITE OUT-LINE FROM Summary-heads AFTER ADVANCING 1 LINE.
006090     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006100     MOVE 1 TO AR-SUB.
006110     PERFORM 4100-PRINT-ONE-ACTION THRU 4100-EXIT
006120         UNTIL AR-SUB > AR-ACTION-COUNT.
006130     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
006140     IF AR-TOTAL-WRITEOFFS > AR-WRITEOFF-LIMIT
006150         MOVE 'MONTH WRITE-OFFS ABOVE THE THRESHOLD' TO fl-reason
006160         MOVE AR-TOTAL-WRITEOFFS TO fl-count
006170         MOVE AR-WRITEOFF-LIMIT TO fl-limit
006180         WRITE OUT-LINE FROM Flag-line AFTER ADVANCING 1 LINE
006190         ADD 1 TO AR-FLAG-COUNT
006200     END-IF.
006210     MOVE 'Register entries read' TO ct-label.
006220     MOVE AR-READ-COUNT TO ct-count.
006230     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 2 LINES.
006240     MOVE '  in the period . . .' TO ct-label.
006250     MOVE AR-SELECTED-COUNT TO ct-count.
006260     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006270     MOVE 'Entries listed. . . .' TO ct-label.
006280     MOVE AR-LISTED-COUNT TO ct-count.
006290     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006300     MOVE 'Authorizers . . . . .' TO ct-label.
006310     MOVE AR-AUTHORIZER-COUNT TO ct-count.
006320     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006330     MOVE 'Patterns flagged. . .' TO ct-label.
006340     MOVE AR-FLAG-COUNT TO ct-count.
006350     WRITE OUT-LINE FROM Count-line AFTER ADVANCING 1 LINE.
006360     IF AR-FLAG-COUNT = 0
006370         WRITE OUT-LINE FROM Clean-line AFTER ADVANCING 2 LINES
006380     ELSE
006390         WRITE OUT-LINE FROM Review-line AFTER ADVANCING 2 LINES
006400         DISPLAY 'AUDITRPT - PATTERNS FLAGGED FOR INTERNAL AUDIT'
006410         MOVE 4 TO RETURN-CODE
006420     END-IF.
006430     CLOSE STANDARD-OUTPUT.
006440 4000-EXIT.
006450     EXIT.
006460
006470* =================================================================
006480* 4100-PRINT-ONE-ACTION - ONE ACTION TYPE'S SUMMARY LINE
006490* =================================================================
006500 4100-PRINT-ONE-ACTION.
006510     MOVE AR-ACT-CODE (AR-SUB) TO sm-action.
006520     MOVE AR-ACT-ENTRIES (AR-SUB) TO sm-entries.
006530     MOVE AR-ACT-EFFECT (AR-SUB) TO sm-effect.
006540     WRITE OUT-LINE FROM Summary-line AFTER ADVANCING 1 LINE.
006550     ADD 1 TO AR-SUB.
006560 4100-EXIT.
006570     EXIT.
006580
006590* =================================================================
006600* 4500-HALT-BAD-CARD - NO USABLE AUDCARD: SAY SO AND LIST NOTHING
006610* =================================================================
006620 4500-HALT-BAD-CARD.
006630     DISPLAY 'AUDITRPT HALTED - AUDCARD MISSING OR NOT VALID'.
006640     DISPLAY 'SUPPLY THE PERIOD (YYYYMM) IN AUDCARD COLS 9-14'.
006650     MOVE 16 TO RETURN-CODE.
006660     CLOSE STANDARD-OUTPUT.
006670 4500-EXIT.
006680     EXIT.
