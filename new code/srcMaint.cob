000010* ===================================================================
000020* PROGRAM-ID:  SRCMAINT
000030* AUTHOR:      KENT SPENCE
000040* INSTALLATION: DATA PROCESSING DEPARTMENT
000050* DATE-WRITTEN: 10/14/2026
000060*
000070* REMARKS:     MAINTAINS THE KEYED SOURCE-SYSTEM REGISTRY - THE
000080*              ONE PLACE A FEED IS KNOWN TO THE SYSTEM.  EACH
000090*              ENTRY, KEYED ON THE 10-BYTE BH-SOURCE-SYSTEM,
000100*              CARRIES THE SYSTEM'S STATUS (ACTIVE OR
000110*              SUSPENDED), ITS OWNER CONTACT, THE BURST PRINT
000120*              FILE (RPTSYS1-RPTSYS4, ZERO FOR NONE) ITS REPORT
000130*              SECTIONS GO TO, AND ITS OWN REJECT AND ABORT
000140*              QUALITY-GATE PERCENTAGES.  FEEDEDIT HOLDS A
000150*              GENERATION NAMING A SYSTEM THAT IS NOT REGISTERED
000160*              OR IS SUSPENDED; SQUAREROOT TAKES BURSTING AND THE
000170*              PER-SOURCE GATE FROM HERE.  TRANSACTION CARDS ON
000180*              SRCCARD ADD, CHANGE OR DEACTIVATE AN ENTRY, EACH
000190*              WITH AN AUTHORIZER; EVERY CARD PRINTS APPLIED OR
000200*              REJECTED WITH ITS REASON, AND THE WHOLE REGISTRY
000210*              IS LISTED AFTER THE CARDS ARE APPLIED.  ANY
000220*              REJECTED CARD ENDS WITH RETURN CODE 4.  ONBOARDING
000230*              A FEED IS NOW A CONTROLLED REGISTRY CHANGE, NOT AN
000240*              EDIT TO A CARD DECK.  SEE JCL/SRCDEF.JCL FOR THE
000250*              ONE-TIME CLUSTER DEFINE AND JCL/SRCJOB.JCL FOR THE
000260*              MAINTENANCE RUN.
000270*
000280* MODIFICATION HISTORY
000290* --------------------------------------------------------------
000300* DATE        INIT  DESCRIPTION
000310* --------------------------------------------------------------
000320* 10/14/2026  KS    ORIGINAL PROGRAM.  WRITTEN ALONGSIDE THE
000330*                   REGISTRY LOOKUPS ADDED TO FEEDEDIT AND
000340*                   SQUAREROOT, REPLACING THE DISTCTL CARD FILE.
000350* --------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SRCMAINT.
000380 AUTHOR. KENT SPENCE.
000390 INSTALLATION. DATA PROCESSING DEPARTMENT.
000400 DATE-WRITTEN. 10/14/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440     FILE-CONTROL.
000450         SELECT OPTIONAL SOURCE-REGISTRY-FILE ASSIGN TO "SRCREG"
000460             ORGANIZATION IS INDEXED
000470             ACCESS IS DYNAMIC
000480             RECORD KEY IS SS-SOURCE-SYSTEM
000490             FILE STATUS IS SG-REGISTRY-STATUS.
000500         SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "SRCCARD"
000510             ORGANIZATION IS LINE SEQUENTIAL.
000520         SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  SOURCE-REGISTRY-FILE.
000570 01  SOURCE-REGISTRY-RECORD.
000580     02  SS-SOURCE-SYSTEM         PICTURE X(10).
000590     02  SS-STATUS                PICTURE X(01).
000600         88  SS-STATUS-ACTIVE               VALUE 'A'.
000610         88  SS-STATUS-SUSPENDED            VALUE 'S'.
000620     02  SS-OWNER-CONTACT         PICTURE X(30).
000630     02  SS-BURST-OUTPUT          PICTURE 9(01).
000640     02  SS-MAX-REJECT-PCT        PICTURE 9(02)V9(02).
000650     02  SS-MAX-ABORT-PCT         PICTURE 9(02)V9(02).
000660     02  SS-ADDED-DATE            PICTURE X(08).
000670     02  SS-CHANGED-DATE          PICTURE X(08).
000680     02  SS-CHANGED-AUTH          PICTURE X(08).
000690     02  FILLER                   PICTURE X(06).
000700 FD  TRANSACTION-FILE.
000710 01  TRANSACTION-CARD.
000720     02  SC-ACTION                PICTURE X(08).
000730         88  SC-ACTION-ADD                  VALUE 'ADD     '.
000740         88  SC-ACTION-CHANGE               VALUE 'CHANGE  '.
000750         88  SC-ACTION-DEACT                VALUE 'DEACT   '.
000760     02  SC-SOURCE-SYSTEM         PICTURE X(10).
000770     02  SC-STATUS                PICTURE X(01).
000780         88  SC-STATUS-VALID                VALUES 'A' 'S'.
000790     02  SC-BURST-IMAGE           PICTURE X(01).
000800     02  SC-BURST-OUTPUT REDEFINES SC-BURST-IMAGE
000810                                  PICTURE 9(01).
000820     02  SC-REJECT-IMAGE          PICTURE X(04).
000830     02  SC-MAX-REJECT-PCT REDEFINES SC-REJECT-IMAGE
000840                                  PICTURE 9(02)V9(02).
000850     02  SC-ABORT-IMAGE           PICTURE X(04).
000860     02  SC-MAX-ABORT-PCT REDEFINES SC-ABORT-IMAGE
000870                                  PICTURE 9(02)V9(02).
000880     02  SC-AUTHORIZER            PICTURE X(08).
000890     02  SC-OWNER-CONTACT         PICTURE X(30).
000900     02  FILLER                   PICTURE X(14).
000910 FD  STANDARD-OUTPUT.
000920 01  OUT-LINE                    PICTURE X(100).
000930
000940 WORKING-STORAGE SECTION.
000950
000960* ---------------------------------------------------------------
000970* RUN CONTROLS
000980* ---------------------------------------------------------------
000990 01  SG-SWITCHES.
001000     02  SG-CARD-EOF-SWITCH          PICTURE X(01) VALUE 'N'.
001010         88  SG-END-OF-CARDS                  VALUE 'Y'.
001020     02  SG-LIST-EOF-SWITCH          PICTURE X(01) VALUE 'N'.
001030         88  SG-END-OF-REGISTRY               VALUE 'Y'.
001040     02  SG-CARD-SWITCH              PICTURE X(01) VALUE 'Y'.
001050         88  SG-CARD-GOOD                     VALUE 'Y'.
001060
001070 01  SG-REGISTRY-STATUS             PICTURE X(02) VALUE '00'.
001080
001090 01  SG-COUNTERS.
001100     02  SG-CARD-COUNT               PICTURE 9(09) COMP VALUE 0.
001110     02  SG-ADDED-COUNT              PICTURE 9(09) COMP VALUE 0.
001120     02  SG-CHANGED-COUNT            PICTURE 9(09) COMP VALUE 0.
001130     02  SG-DEACT-COUNT              PICTURE 9(09) COMP VALUE 0.
001140     02  SG-REJECTED-COUNT           PICTURE 9(09) COMP VALUE 0.
001150     02  SG-LISTED-COUNT             PICTURE 9(09) COMP VALUE 0.
001160     02  SG-ACTIVE-COUNT             PICTURE 9(09) COMP VALUE 0.
001170     02  SG-SUSPENDED-COUNT          PICTURE 9(09) COMP VALUE 0.
001180
001190 01  SG-CURRENT-DATE                PICTURE X(08) VALUE SPACES.
001200
001210* ---------------------------------------------------------------
001220* REPORT LAYOUTS - TRANSACTION LISTING
001230* ---------------------------------------------------------------
001240 01  Title-line.
001250     02  Filler PICTURE x(9) value spaces.
001260     02  Filler PICTURE x(27) value 'Source Registry Maintenance'.
001270
001280 01  Asof-line.
001290     02  Filler PICTURE x(9) value spaces.
001300     02  Filler PICTURE x(9) value 'As of:   '.
001310     02  ao-current-date PICTURE x(08).
001320
001330 01  Under-line.
001340     02  Filler PICTURE x(90) value ALL '-'.
001350
001360 01  Txn-heads.
001370     02  Filler PICTURE x value space.
001380     02  Filler PICTURE x(8) value 'Action'.
001390     02  Filler PICTURE x(2) value spaces.
001400     02  Filler PICTURE x(10) value 'Source'.
001410     02  Filler PICTURE x(2) value spaces.
001420     02  Filler PICTURE x(8) value 'Result'.
001430     02  Filler PICTURE x(2) value spaces.
001440     02  Filler PICTURE x(30) value 'Reason'.
001450     02  Filler PICTURE x(2) value spaces.
001460     02  Filler PICTURE x(4) value 'Auth'.
001470
001480 01  Txn-line.
001490     02  Filler PICTURE x value space.
001500     02  tx-action PICTURE x(08).
001510     02  Filler PICTURE x(2) value spaces.
001520     02  tx-source PICTURE x(10).
001530     02  Filler PICTURE x(2) value spaces.
001540     02  tx-result PICTURE x(08).
001550     02  Filler PICTURE x(2) value spaces.
001560     02  tx-reason PICTURE x(30).
001570     02  Filler PICTURE x(2) value spaces.
001580     02  tx-authorizer PICTURE x(08).
001590
001600* ---------------------------------------------------------------
001610* REPORT LAYOUTS - REGISTRY LISTING
001620* ---------------------------------------------------------------
001630 01  List-title-line.
001640     02  Filler PICTURE x(9) value spaces.
001650     02  Filler PICTURE x(22) value 'Source System Registry'.
001660
001670 01  List-heads.
001680     02  Filler PICTURE x value space.
001690     02  Filler PICTURE x(10) value 'Source'.
001700     02  Filler PICTURE x(2) value spaces.
001710     02  Filler PICTURE x(3) value 'Sts'.
001720     02  Filler PICTURE x(2) value spaces.
001730     02  Filler PICTURE x(5) value 'Burst'.
001740     02  Filler PICTURE x(2) value spaces.
001750     02  Filler PICTURE x(6) value 'Rej %'.
001760     02  Filler PICTURE x(2) value spaces.
001770     02  Filler PICTURE x(6) value 'Abt %'.
001780     02  Filler PICTURE x(2) value spaces.
001790     02  Filler PICTURE x(30) value 'Owner contact'.
001800     02  Filler PICTURE x(2) value spaces.
001810     02  Filler PICTURE x(8) value 'Changed'.
001820     02  Filler PICTURE x(2) value spaces.
001830     02  Filler PICTURE x(4) value 'Auth'.
001840
001850 01  List-line.
001860     02  Filler PICTURE x value space.
001870     02  ls-source PICTURE x(10).
001880     02  Filler PICTURE x(3) value spaces.
001890     02  ls-status PICTURE x(01).
001900     02  Filler PICTURE x(5) value spaces.
001910     02  ls-burst PICTURE 9.
001920     02  Filler PICTURE x(3) value spaces.
001930     02  ls-reject-pct PICTURE z9.99.
001940     02  Filler PICTURE x(3) value spaces.
001950     02  ls-abort-pct PICTURE z9.99.
001960     02  Filler PICTURE x(3) value spaces.
001970     02  ls-owner PICTURE x(30).
001980     02  Filler PICTURE x(2) value spaces.
001990     02  ls-changed-date PICTURE x(08).
002000     02  Filler PICTURE x(2) value spaces.
002010     02  ls-changed-auth PICTURE x(08).
002020
002030* ---------------------------------------------------------------
002040* TRAILER (CONTROL TOTALS)
002050* ---------------------------------------------------------------
002060 01  Trailer-line-1.
002070     02  Filler PICTURE x value space.
002080     02  Filler PICTURE x(21) value 'Cards read . . . . .'.
002090     02  tr-card-count PICTURE zz,zzz,zz9.
002100
002110 01  Trailer-line-2.
002120     02  Filler PICTURE x value space.
002130     02  Filler PICTURE x(21) value 'Systems added. . . .'.
002140     02  tr-added-count PICTURE zz,zzz,zz9.
002150
002160 01  Trailer-line-3.
002170     02  Filler PICTURE x value space.
002180     02  Filler PICTURE x(21) value 'Systems changed. . .'.
002190     02  tr-changed-count PICTURE zz,zzz,zz9.
002200
002210 01  Trailer-line-4.
002220     02  Filler PICTURE x value space.
002230     02  Filler PICTURE x(21) value 'Systems deactivated .'.
002240     02  tr-deact-count PICTURE zz,zzz,zz9.
002250
002260 01  Trailer-line-5.
002270     02  Filler PICTURE x value space.
002280     02  Filler PICTURE x(21) value 'Cards rejected . . .'.
002290     02  tr-rejected-count PICTURE zz,zzz,zz9.
002300
002310 01  Trailer-line-6.
002320     02  Filler PICTURE x value space.
002330     02  Filler PICTURE x(21) value 'Systems registered. .'.
002340     02  tr-listed-count PICTURE zz,zzz,zz9.
002350
002360 01  Trailer-line-7.
002370     02  Filler PICTURE x value space.
002380     02  Filler PICTURE x(21) value '  active . . . . . .'.
002390     02  tr-active-count PICTURE zz,zzz,zz9.
002400
002410 01  Trailer-line-8.
002420     02  Filler PICTURE x value space.
002430     02  Filler PICTURE x(21) value '  suspended. . . . .'.
002440     02  tr-suspended-count PICTURE zz,zzz,zz9.
002450
002460 PROCEDURE DIVISION.
002470
002480* =================================================================
002490* 0000-MAINLINE
002500* =================================================================
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002540         UNTIL SG-END-OF-CARDS.
002550     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002560     STOP RUN.
002570
002580* =================================================================
002590* 1000-INITIALIZE - OPEN FILES, PRINT THE TRANSACTION BANNER AND
002600* PRIME THE CARD READ
002610* =================================================================
002620 1000-INITIALIZE.
002630     OPEN I-O SOURCE-REGISTRY-FILE.
002640     OPEN INPUT TRANSACTION-FILE.
002650     OPEN OUTPUT STANDARD-OUTPUT.
002660     ACCEPT SG-CURRENT-DATE FROM DATE YYYYMMDD.
002670     MOVE SG-CURRENT-DATE TO ao-current-date.
002680     WRITE OUT-LINE FROM Title-line AFTER ADVANCING 0 LINES.
002690     WRITE OUT-LINE FROM Asof-line AFTER ADVANCING 1 LINE.
002700     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
002710     WRITE OUT-LINE FROM Txn-heads AFTER ADVANCING 1 LINE.
002720     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
002730     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760
002770* =================================================================
002780* 2000-PROCESS-CARD - EDIT ONE TRANSACTION CARD, APPLY IT WHEN IT
002790* EDITS CLEAN, AND PRINT IT APPLIED OR REJECTED
002800* =================================================================
002810 2000-PROCESS-CARD.
002820     ADD 1 TO SG-CARD-COUNT.
002830     MOVE 'Y' TO SG-CARD-SWITCH.
002840     MOVE SC-ACTION TO tx-action.
002850     MOVE SC-SOURCE-SYSTEM TO tx-source.
002860     MOVE SC-AUTHORIZER TO tx-authorizer.
002870     MOVE SPACES TO tx-reason.
002880     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
002890     IF SG-CARD-GOOD
002900         EVALUATE TRUE
002910             WHEN SC-ACTION-ADD
002920                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002930             WHEN SC-ACTION-CHANGE
002940                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002950             WHEN SC-ACTION-DEACT
002960                 PERFORM 2500-APPLY-DEACT THRU 2500-EXIT
002970         END-EVALUATE
002980     END-IF.
002990     IF SG-CARD-GOOD
003000         MOVE 'APPLIED ' TO tx-result
003010     ELSE
003020         MOVE 'REJECTED' TO tx-result
003030         ADD 1 TO SG-REJECTED-COUNT
003040     END-IF.
003050     WRITE OUT-LINE FROM Txn-line AFTER ADVANCING 1 LINE.
003060     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003070 2000-EXIT.
003080     EXIT.
003090
003100* =================================================================
003110* 2100-READ-CARD - READ ONE TRANSACTION CARD, SET EOF AT END
003120* =================================================================
003130 2100-READ-CARD.
003140     READ TRANSACTION-FILE
003150         AT END
003160             SET SG-END-OF-CARDS TO TRUE
003170     END-READ.
003180 2100-EXIT.
003190     EXIT.
003200
003210* =================================================================
003220* 2200-EDIT-CARD - FIELD EDITS COMMON TO EVERY ACTION.  A BLANK
003230* NUMERIC FIELD MEANS "NOT SUPPLIED"; ANYTHING ELSE MUST BE A
003240* VALID VALUE.  THE ENTRY ITSELF IS READ HERE SO THE APPLY
003250* PARAGRAPHS KNOW WHETHER IT EXISTS.
003260* =================================================================
003270 2200-EDIT-CARD.
003280     IF NOT (SC-ACTION-ADD OR SC-ACTION-CHANGE OR SC-ACTION-DEACT)
003290         MOVE 'ACTION NOT RECOGNIZED         ' TO tx-reason
003300         MOVE 'N' TO SG-CARD-SWITCH
003310         GO TO 2200-EXIT
003320     END-IF.
003330     IF SC-SOURCE-SYSTEM = SPACES
003340         MOVE 'SOURCE SYSTEM BLANK           ' TO tx-reason
003350         MOVE 'N' TO SG-CARD-SWITCH
003360         GO TO 2200-EXIT
003370     END-IF.
003380     IF SC-AUTHORIZER = SPACES
003390         MOVE 'NO AUTHORIZER ON CARD         ' TO tx-reason
003400         MOVE 'N' TO SG-CARD-SWITCH
003410         GO TO 2200-EXIT
003420     END-IF.
003430     IF SC-STATUS NOT = SPACE AND NOT SC-STATUS-VALID
003440         MOVE 'STATUS NOT A OR S             ' TO tx-reason
003450         MOVE 'N' TO SG-CARD-SWITCH
003460         GO TO 2200-EXIT
003470     END-IF.
003480     IF SC-BURST-IMAGE NOT = SPACE
003490         IF SC-BURST-OUTPUT NOT NUMERIC OR SC-BURST-OUTPUT > 4
003500             MOVE 'BURST OUTPUT NOT 0-4          ' TO tx-reason
003510             MOVE 'N' TO SG-CARD-SWITCH
003520             GO TO 2200-EXIT
003530         END-IF
003540     END-IF.
003550     IF (SC-REJECT-IMAGE NOT = SPACES
003560             AND SC-MAX-REJECT-PCT NOT NUMERIC)
003570         OR (SC-ABORT-IMAGE NOT = SPACES
003580             AND SC-MAX-ABORT-PCT NOT NUMERIC)
003590         MOVE 'GATE PERCENT NOT NUMERIC      ' TO tx-reason
003600         MOVE 'N' TO SG-CARD-SWITCH
003610         GO TO 2200-EXIT
003620     END-IF.
003630     MOVE SC-SOURCE-SYSTEM TO SS-SOURCE-SYSTEM.
003640     READ SOURCE-REGISTRY-FILE
003650         INVALID KEY
003660             CONTINUE
003670     END-READ.
003680 2200-EXIT.
003690     EXIT.
003700
003710* =================================================================
003720* 2300-APPLY-ADD - REGISTER A NEW SOURCE SYSTEM.  STATUS DEFAULTS
003730* TO ACTIVE, BURST AND GATE PERCENTAGES TO ZERO (NOT BURST, NO
003740* GATE) WHEN THE CARD LEAVES THEM BLANK.
003750* =================================================================
003760 2300-APPLY-ADD.
003770     IF SG-REGISTRY-STATUS = '00'
003780         MOVE 'SYSTEM ALREADY REGISTERED     ' TO tx-reason
003790         MOVE 'N' TO SG-CARD-SWITCH
003800         GO TO 2300-EXIT
003810     END-IF.
003820     MOVE SPACES TO SOURCE-REGISTRY-RECORD.
003830     MOVE SC-SOURCE-SYSTEM TO SS-SOURCE-SYSTEM.
003840     IF SC-STATUS = SPACE
003850         SET SS-STATUS-ACTIVE TO TRUE
003860     ELSE
003870         MOVE SC-STATUS TO SS-STATUS
003880     END-IF.
003890     MOVE SC-OWNER-CONTACT TO SS-OWNER-CONTACT.
003900     MOVE 0 TO SS-BURST-OUTPUT.
003910     MOVE 0 TO SS-MAX-REJECT-PCT.
003920     MOVE 0 TO SS-MAX-ABORT-PCT.
003930     PERFORM 2600-MOVE-SUPPLIED-FIELDS THRU 2600-EXIT.
003940     MOVE SG-CURRENT-DATE TO SS-ADDED-DATE.
003950     MOVE SG-CURRENT-DATE TO SS-CHANGED-DATE.
003960     MOVE SC-AUTHORIZER TO SS-CHANGED-AUTH.
003970     WRITE SOURCE-REGISTRY-RECORD
003980         INVALID KEY
003990             MOVE 'REGISTRY WRITE FAILED         ' TO tx-reason
004000             MOVE 'N' TO SG-CARD-SWITCH
004010             GO TO 2300-EXIT
004020     END-WRITE.
004030     ADD 1 TO SG-ADDED-COUNT.
004040 2300-EXIT.
004050     EXIT.
004060
004070* =================================================================
004080* 2400-APPLY-CHANGE - REPLACE ONLY THE FIELDS THE CARD SUPPLIES.
004090* A CHANGE CARD WITH STATUS 'A' IS HOW A SUSPENDED SYSTEM IS
004100* REACTIVATED.
004110* =================================================================
004120 2400-APPLY-CHANGE.
004130     IF SG-REGISTRY-STATUS NOT = '00'
004140         MOVE 'SYSTEM NOT REGISTERED         ' TO tx-reason
004150         MOVE 'N' TO SG-CARD-SWITCH
004160         GO TO 2400-EXIT
004170     END-IF.
004180     IF SC-STATUS NOT = SPACE
004190         MOVE SC-STATUS TO SS-STATUS
004200     END-IF.
004210     IF SC-OWNER-CONTACT NOT = SPACES
004220         MOVE SC-OWNER-CONTACT TO SS-OWNER-CONTACT
004230     END-IF.
004240     PERFORM 2600-MOVE-SUPPLIED-FIELDS THRU 2600-EXIT.
004250     MOVE SG-CURRENT-DATE TO SS-CHANGED-DATE.
004260     MOVE SC-AUTHORIZER TO SS-CHANGED-AUTH.
004270     REWRITE SOURCE-REGISTRY-RECORD
004280         INVALID KEY
004290             MOVE 'REGISTRY REWRITE FAILED       ' TO tx-reason
004300             MOVE 'N' TO SG-CARD-SWITCH
004310             GO TO 2400-EXIT
004320     END-REWRITE.
004330     ADD 1 TO SG-CHANGED-COUNT.
004340 2400-EXIT.
004350     EXIT.
004360
004370* =================================================================
004380* 2500-APPLY-DEACT - SUSPEND A REGISTERED SYSTEM.  THE ENTRY IS
004390* KEPT, NOT DELETED, SO ITS HISTORY AND SETTINGS SURVIVE A LATER
004400* REACTIVATION.
004410* =================================================================
004420 2500-APPLY-DEACT.
004430     IF SG-REGISTRY-STATUS NOT = '00'
004440         MOVE 'SYSTEM NOT REGISTERED         ' TO tx-reason
004450         MOVE 'N' TO SG-CARD-SWITCH
004460         GO TO 2500-EXIT
004470     END-IF.
004480     IF SS-STATUS-SUSPENDED
004490         MOVE 'SYSTEM ALREADY SUSPENDED      ' TO tx-reason
004500         MOVE 'N' TO SG-CARD-SWITCH
004510         GO TO 2500-EXIT
004520     END-IF.
004530     SET SS-STATUS-SUSPENDED TO TRUE.
004540     MOVE SG-CURRENT-DATE TO SS-CHANGED-DATE.
004550     MOVE SC-AUTHORIZER TO SS-CHANGED-AUTH.
004560     REWRITE SOURCE-REGISTRY-RECORD
004570         INVALID KEY
004580             MOVE 'REGISTRY REWRITE FAILED       ' TO tx-reason
004590             MOVE 'N' TO SG-CARD-SWITCH
004600             GO TO 2500-EXIT
004610     END-REWRITE.
004620     ADD 1 TO SG-DEACT-COUNT.
004630 2500-EXIT.
004640     EXIT.
004650
004660* =================================================================
004670* 2600-MOVE-SUPPLIED-FIELDS - CARRY THE NON-BLANK BURST AND GATE
004680* FIELDS FROM THE CARD TO THE ENTRY
004690* =================================================================
004700 2600-MOVE-SUPPLIED-FIELDS.
004710     IF SC-BURST-IMAGE NOT = SPACE
004720         MOVE SC-BURST-OUTPUT TO SS-BURST-OUTPUT
004730     END-IF.
004740     IF SC-REJECT-IMAGE NOT = SPACES
004750         MOVE SC-MAX-REJECT-PCT TO SS-MAX-REJECT-PCT
004760     END-IF.
004770     IF SC-ABORT-IMAGE NOT = SPACES
004780         MOVE SC-MAX-ABORT-PCT TO SS-MAX-ABORT-PCT
004790     END-IF.
004800 2600-EXIT.
004810     EXIT.
004820
004830* =================================================================
004840* 3000-FINALIZE - PRINT THE TRANSACTION TOTALS, LIST THE WHOLE
004850* REGISTRY AS IT NOW STANDS, SET THE RETURN CODE AND CLOSE FILES
004860* =================================================================
004870 3000-FINALIZE.
004880     MOVE SG-CARD-COUNT TO tr-card-count.
004890     MOVE SG-ADDED-COUNT TO tr-added-count.
004900     MOVE SG-CHANGED-COUNT TO tr-changed-count.
004910     MOVE SG-DEACT-COUNT TO tr-deact-count.
004920     MOVE SG-REJECTED-COUNT TO tr-rejected-count.
004930     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
004940     WRITE OUT-LINE FROM Trailer-line-1 AFTER ADVANCING 1 LINE.
004950     WRITE OUT-LINE FROM Trailer-line-2 AFTER ADVANCING 1 LINE.
004960     WRITE OUT-LINE FROM Trailer-line-3 AFTER ADVANCING 1 LINE.
004970     WRITE OUT-LINE FROM Trailer-line-4 AFTER ADVANCING 1 LINE.
004980     WRITE OUT-LINE FROM Trailer-line-5 AFTER ADVANCING 1 LINE.
004990     WRITE OUT-LINE FROM List-title-line AFTER ADVANCING PAGE.
005000     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
005010     WRITE OUT-LINE FROM List-heads AFTER ADVANCING 1 LINE.
005020     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
005030     MOVE LOW-VALUES TO SS-SOURCE-SYSTEM.
005040     START SOURCE-REGISTRY-FILE KEY NOT LESS THAN SS-SOURCE-SYSTEM
005050         INVALID KEY
005060             SET SG-END-OF-REGISTRY TO TRUE
005070     END-START.
005080     PERFORM 3100-LIST-ONE-SYSTEM THRU 3100-EXIT
005090         UNTIL SG-END-OF-REGISTRY.
005100     MOVE SG-LISTED-COUNT TO tr-listed-count.
005110     MOVE SG-ACTIVE-COUNT TO tr-active-count.
005120     MOVE SG-SUSPENDED-COUNT TO tr-suspended-count.
005130     WRITE OUT-LINE FROM Under-line AFTER ADVANCING 1 LINE.
005140     WRITE OUT-LINE FROM Trailer-line-6 AFTER ADVANCING 1 LINE.
005150     WRITE OUT-LINE FROM Trailer-line-7 AFTER ADVANCING 1 LINE.
005160     WRITE OUT-LINE FROM Trailer-line-8 AFTER ADVANCING 1 LINE.
005170     IF SG-REJECTED-COUNT > 0
005180         MOVE 4 TO RETURN-CODE
005190     END-IF.
005200     CLOSE SOURCE-REGISTRY-FILE, TRANSACTION-FILE,
005210         STANDARD-OUTPUT.
005220 3000-EXIT.
005230     EXIT.
005240
005250* =================================================================
005260* 3100-LIST-ONE-SYSTEM - READ THE NEXT ENTRY IN KEY ORDER AND
005270* PRINT ITS LISTING LINE
005280* =================================================================
005290 3100-LIST-ONE-SYSTEM.
005300     READ SOURCE-REGISTRY-FILE NEXT RECORD
005310         AT END
005320             SET SG-END-OF-REGISTRY TO TRUE
005330             GO TO 3100-EXIT
005340     END-READ.
005350     ADD 1 TO SG-LISTED-COUNT.
005360     IF SS-STATUS-SUSPENDED
005370         ADD 1 TO SG-SUSPENDED-COUNT
005380     ELSE
005390         ADD 1 TO SG-ACTIVE-COUNT
005400     END-IF.
005410     MOVE SS-SOURCE-SYSTEM TO ls-source.
005420     MOVE SS-STATUS TO ls-status.
005430     MOVE SS-BURST-OUTPUT TO ls-burst.
005440     MOVE SS-MAX-REJECT-PCT TO ls-reject-pct.
005450     MOVE SS-MAX-ABORT-PCT TO ls-abort-pct.
005460     MOVE SS-OWNER-CONTACT TO ls-owner.
005470     MOVE SS-CHANGED-DATE TO ls-changed-date.
005480     MOVE SS-CHANGED-AUTH TO ls-changed-auth.
005490     WRITE OUT-LINE FROM List-line AFTER ADVANCING 1 LINE.
005500 3100-EXIT.
005510     EXIT.
