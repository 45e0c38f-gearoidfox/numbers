002400*  ACCUMULATES THEM (SUM OF S INTO 9(9)V9(9), HIGH-ORDER         *
002500*  OVERFLOW DROPPED), SO A MATCH MEANS THE SAME S VALUES ARE    *
002600*  PRESENT, NOT MERELY THE SAME NUMBER OF THEM.                 *
002609*                                                               *
002618*  WHEN THE QUOTA STEP (SQRTQTA) HAS RUN, SQRTIN IS ITS         *
002627*  QUOTA-CLEARED FILE, AND ITS SQRTQTS SUMMARY RECORD IS ALSO   *
002636*  PROVED, SO A REQUEST HELD OVER QUOTA IS ACCOUNTED FOR AND    *
002645*  NOT JUST LOST:                                               *
002654*    - SQRTIN COUNT AND HASH = WHAT SQRTQTA PASSED, AND         *
002663*    - CLEAN READ + RELEASED = PASSED + NEWLY HELD, AND         *
002672*    - HELD FROM EARLIER RUNS = RELEASED + CARRIED, AND         *
002681*    - THE NEW HELD FILE (SQRTHLN) = NEWLY HELD + CARRIED.      *
002685*  NO SQRTQTS MEANS NO QUOTA STEP RAN AND THESE ARE SKIPPED.    *
002689*  AN SQRTQTS WHOSE RUN NUMBER IS NOT THE ONE ON THE SQRTCTL    *
002693*  CARD WAS LEFT BY ANOTHER RUN AND IS ITSELF OUT OF BALANCE.   *
002700*--------------------------------------------------------------*
002800*
002900*--------------------------------------------------------------*
003200*  22/08/2026  DOK  ORIGINAL PROGRAM.                           *
003300*  22/08/2026  DOK  SQRTERR DETAILS GAINED A ROOT-DEGREE        *
003400*                   FIELD; LAYOUTS KEPT IN STEP.                *
003433*  15/10/2026  DOK  PROVE THE SQRTQTA QUOTA SUMMARY AND HELD    *
003466*                   FILE WHEN PRESENT; SQRTIN NOW HASHED.       *
003471*  15/10/2026  DOK  CALLS SQRTSTP AT START AND END, SO THE      *
003476*                   STEP RUNS ONLY WHEN ITS PREDECESSOR IN      *
003481*                   THE STREAM COMPLETED CLEANLY FOR THE SAME   *
003486*                   RUN; A REFUSED START ENDS THE STEP WITH     *
003491*                   RETURN CODE 16.                             *
003493*  15/10/2026  DOK  SQRTIN, SQRTOUT, SQRTERR AND SQRTHLN GAINED *
003495*                   THE SQRTGEN RANGE-CARD TAG; LAYOUTS KEPT IN *
003497*                   STEP.                                       *
003498*  15/10/2026  DOK  AN SQRTQTS SUMMARY FOR A RUN OTHER THAN THE *
003499*                   SQRTCTL RUN NUMBER IS OUT OF BALANCE.       *
003500*--------------------------------------------------------------*
003600*
003700 ENVIRONMENT DIVISION.
004600*
004700     SELECT SQRTERR-FILE ASSIGN TO SQRTERR
004800         ORGANIZATION IS SEQUENTIAL.
004811*
004822     SELECT SQRTQTS-FILE ASSIGN TO SQRTQTS
004833         ORGANIZATION IS SEQUENTIAL
004844         FILE STATUS IS BL-QTS-STATUS.
004855*
004866     SELECT SQRTHLN-FILE ASSIGN TO SQRTHLN
004877         ORGANIZATION IS SEQUENTIAL
004888         FILE STATUS IS BL-HLN-STATUS.
004890*
004892     SELECT SQRTCTL-FILE ASSIGN TO SQRTCTL
004894         ORGANIZATION IS SEQUENTIAL
004896         FILE STATUS IS BL-CTL-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005600     05  SQRTIN-S              PIC S9(8)V9(09).
005700     05  SQRTIN-DEGREE         PIC 9(2).
005800     05  SQRTIN-REQ-ID         PIC X(8).
005850     05  SQRTIN-RANGE-TAG      PIC X(10).
005900*
006000 FD  SQRTOUT-FILE
006100     RECORDING MODE IS F.
006900     05  SQRTOUT-ITER           PIC 9(4).
007000     05  SQRTOUT-DEGREE         PIC 9(2).
007100     05  SQRTOUT-REQ-ID         PIC X(8).
007150     05  SQRTOUT-RANGE-TAG      PIC X(10).
007200 01  SQRTOUT-TRL-RECORD.
007300     05  FILLER                 PIC X(01).
007400     05  SQRTOUT-TRL-COUNT      PIC 9(8).
007500     05  SQRTOUT-TRL-HASH       PIC 9(9)V9(9).
007600     05  FILLER                 PIC X(32).
007700*
007800 FD  SQRTERR-FILE
007900     RECORDING MODE IS F.
008600     05  SQRTERR-DEGREE         PIC 9(2).
008700     05  SQRTERR-MSG            PIC X(40).
008800     05  SQRTERR-REQ-ID         PIC X(8).
008850     05  SQRTERR-RANGE-TAG      PIC X(10).
008900 01  SQRTERR-TRL-RECORD.
009000     05  FILLER                 PIC X(01).
009100     05  SQRTERR-TRL-COUNT      PIC 9(8).
009200     05  SQRTERR-TRL-HASH       PIC 9(9)V9(9).
009300     05  FILLER                 PIC X(51).
009303*
009306 FD  SQRTQTS-FILE
009309     RECORDING MODE IS F.
009312 01  SQRTQTS-RECORD.
009315     05  SQRTQTS-RUN-NO         PIC 9(6).
009318     05  SQRTQTS-DATE           PIC 9(8).
009321     05  SQRTQTS-CLN-COUNT      PIC 9(8).
009324     05  SQRTQTS-CLN-HASH       PIC 9(9)V9(9).
009327     05  SQRTQTS-HLD-COUNT      PIC 9(8).
009330     05  SQRTQTS-HLD-HASH       PIC 9(9)V9(9).
009333     05  SQRTQTS-REL-COUNT      PIC 9(8).
009336     05  SQRTQTS-REL-HASH       PIC 9(9)V9(9).
009339     05  SQRTQTS-PASS-COUNT     PIC 9(8).
009342     05  SQRTQTS-PASS-HASH      PIC 9(9)V9(9).
009345     05  SQRTQTS-HELD-COUNT     PIC 9(8).
009348     05  SQRTQTS-HELD-HASH      PIC 9(9)V9(9).
009351     05  SQRTQTS-CARRY-COUNT    PIC 9(8).
009354     05  SQRTQTS-CARRY-HASH     PIC 9(9)V9(9).
009357*
009360 FD  SQRTHLN-FILE
009363     RECORDING MODE IS F.
009366 01  SQRTHLN-RECORD.
009369     05  SQRTHLN-S              PIC S9(8)V9(09).
009372     05  SQRTHLN-DEGREE         PIC X(2).
009375     05  SQRTHLN-REQ-ID         PIC X(8).
009378     05  FILLER                 PIC X(33).
009380*
009382 FD  SQRTCTL-FILE
009384     RECORDING MODE IS F.
009386 01  SQRTCTL-RECORD.
009388     05  SQRTCTL-TOLERANCE      PIC S9(8)V9(09).
009390     05  SQRTCTL-MAX-ITER       PIC 9(4).
009392     05  SQRTCTL-CKP-INTERVAL   PIC 9(4).
009394     05  SQRTCTL-RUN-NUMBER     PIC 9(6).
009396     05  SQRTCTL-REJ-THRESHOLD  PIC 9(6).
009400*
009500 WORKING-STORAGE SECTION.
009600*
009700 77  BL-IN-COUNT                 PIC 9(8) USAGE COMP VALUE ZERO.
009733 77  BL-IN-HASH                  PIC 9(9)V9(9)  USAGE COMP
009766                                 VALUE ZERO.
009800*
009900 77  BL-OUT-COUNT                PIC 9(8) USAGE COMP VALUE ZERO.
010000 77  BL-OUT-HASH                 PIC 9(9)V9(9)  USAGE COMP
010900 77  BL-ERR-TRL-COUNT            PIC 9(8) USAGE COMP VALUE ZERO.
011000 77  BL-ERR-TRL-HASH             PIC 9(9)V9(9)  USAGE COMP
011100                                 VALUE ZERO.
011105*
011110 77  BL-HLN-COUNT                PIC 9(8) USAGE COMP VALUE ZERO.
011115 77  BL-HLN-HASH                 PIC 9(9)V9(9)  USAGE COMP
011120                                 VALUE ZERO.
011125*
011130*    SQRTQTA HASHES ARE ADDED HERE BEFORE COMPARING, SO THE SUM
011135*    DROPS HIGH-ORDER OVERFLOW THE SAME WAY THE TOTALS DID.
011140 77  BL-QTS-HASH-A               PIC 9(9)V9(9)  USAGE COMP
011145                                 VALUE ZERO.
011150 77  BL-QTS-HASH-B               PIC 9(9)V9(9)  USAGE COMP
011155                                 VALUE ZERO.
011160*
011165 77  BL-QTS-STATUS               PIC X(02) VALUE '00'.
011170     88  BL-QTS-STATUS-OK                 VALUE '00'.
011175 77  BL-HLN-STATUS               PIC X(02) VALUE '00'.
011180     88  BL-HLN-STATUS-OK                 VALUE '00'.
011185 77  BL-QUOTA-SW                 PIC X(01) VALUE 'N'.
011190     88  BL-QUOTA-STEP-RAN                VALUE 'Y'.
011192 77  BL-CTL-STATUS               PIC X(02) VALUE '00'.
011194     88  BL-CTL-STATUS-OK                 VALUE '00'.
011196 77  BL-RUN-NUMBER               PIC 9(6) VALUE ZERO.
011200*
011300 77  BL-SQRTIN-EOF-SW            PIC X(01) VALUE 'N'.
011400     88  BL-SQRTIN-EOF                    VALUE 'Y'.
011600     88  BL-SQRTOUT-EOF                   VALUE 'Y'.
011700 77  BL-SQRTERR-EOF-SW           PIC X(01) VALUE 'N'.
011800     88  BL-SQRTERR-EOF                   VALUE 'Y'.
011833 77  BL-SQRTHLN-EOF-SW           PIC X(01) VALUE 'N'.
011866     88  BL-SQRTHLN-EOF                   VALUE 'Y'.
011900*
012000 77  BL-OUT-HDR-SW               PIC X(01) VALUE 'N'.
012100     88  BL-OUT-HDR-SEEN                  VALUE 'Y'.
013300 77  BL-IN-ED                    PIC ZZZZZZZ9.
013400 77  BL-OUT-ED                   PIC ZZZZZZZ9.
013500 77  BL-ERR-ED                   PIC ZZZZZZZ9.
013533 77  BL-HLD-ED                   PIC ZZZZZZZ9.
013566 77  BL-HELD-ED                  PIC ZZZZZZZ9.
013600*
013611*    STEP-CONTROL CALL - SEE SQRTSTP.
013622 01  BL-STC-FUNCTION           PIC X(01).
013633 01  BL-STC-STEP               PIC X(8)  VALUE 'SQRTBAL '.
013644 01  BL-STC-RC                 PIC 9(2)  USAGE COMP.
013655 01  BL-STC-RESULT             PIC 9(2)  USAGE COMP.
013666 77  BL-STEP-SW                PIC X(01) VALUE 'N'.
013677     88  BL-STEP-STARTED                 VALUE 'Y'.
013688*
013700 PROCEDURE DIVISION.
013800*
013900 0000-MAINLINE.
014000*
014033     PERFORM 0100-BEGIN-STEP THRU 0100-EXIT
014066*
014100     PERFORM 1000-COUNT-SQRTIN THRU 1000-EXIT
014200     PERFORM 2000-AUDIT-SQRTOUT THRU 2000-EXIT
014300     PERFORM 3000-AUDIT-SQRTERR THRU 3000-EXIT
014350     PERFORM 3500-AUDIT-QUOTA-STEP THRU 3500-EXIT
014400     PERFORM 4000-PROVE-BALANCE THRU 4000-EXIT
014500*
014600     GO TO 9999-TERMINATE.
014700*
014704*--------------------------------------------------------------*
014708*  0100-BEGIN-STEP - ASK SQRTSTP WHETHER THIS STEP MAY RUN      *
014712*  FOR THIS RUN NUMBER.  SQRTSTP HAS ALREADY TOLD THE           *
014716*  OPERATOR WHY A START IS REFUSED.                             *
014720*--------------------------------------------------------------*
014724 0100-BEGIN-STEP.
014728*
014732     MOVE 'B' TO BL-STC-FUNCTION
014736     MOVE ZERO TO BL-STC-RC
014740     CALL 'SQRTSTP' USING BL-STC-FUNCTION BL-STC-STEP
014744         BL-STC-RC BL-STC-RESULT
014748*
014752     IF BL-STC-RESULT NOT EQUAL ZERO
014756         MOVE 16 TO RETURN-CODE
014760         GO TO 9999-TERMINATE
014764     END-IF
014768*
014772     SET BL-STEP-STARTED TO TRUE.
014776*
014780 0100-EXIT.
014784     EXIT.
014788*
014800*--------------------------------------------------------------*
014900*  1000-COUNT-SQRTIN - EVERY SQRTIN RECORD IS A DETAIL; COUNT   *
015000*  THEM.                                                        *
016300 1100-COUNT-ONE.
016400*
016500     ADD 1 TO BL-IN-COUNT
016550     ADD SQRTIN-S TO BL-IN-HASH
016600     PERFORM 1900-READ-SQRTIN THRU 1900-EXIT.
016700*
016800 1100-EXIT.
026400*
026500 3100-EXIT.
026600     EXIT.
026601*
026602*--------------------------------------------------------------*
026603*  3500-AUDIT-QUOTA-STEP - READ THE SQRTQTA SUMMARY IF THE      *
026604*  QUOTA STEP RAN, CHECK IT WAS WRITTEN FOR THIS RUN, AND       *
026605*  COUNT AND HASH THE NEW HELD FILE.                            *
026606*--------------------------------------------------------------*
026607 3500-AUDIT-QUOTA-STEP.
026608*
026609     OPEN INPUT SQRTQTS-FILE
026610     IF NOT BL-QTS-STATUS-OK
026611         GO TO 3500-EXIT
026612     END-IF
026613*
026614     READ SQRTQTS-FILE
026615         AT END
026616             DISPLAY 'SQRTBAL - SQRTQTS QUOTA SUMMARY IS EMPTY'
026617             SET BL-FAILED TO TRUE
026618     END-READ
026619     IF BL-QTS-STATUS-OK
026620         SET BL-QUOTA-STEP-RAN TO TRUE
026621     END-IF
026622     CLOSE SQRTQTS-FILE
026623*
026624     IF NOT BL-QUOTA-STEP-RAN
026625         GO TO 3500-EXIT
026626     END-IF
026627*
026628     PERFORM 3550-READ-SQRTCTL THRU 3550-EXIT
026629     IF SQRTQTS-RUN-NO NOT EQUAL BL-RUN-NUMBER
026630         DISPLAY 'SQRTBAL - SQRTQTS IS FOR RUN ' SQRTQTS-RUN-NO
026631             ' BUT SQRTCTL IS FOR RUN ' BL-RUN-NUMBER
026632         SET BL-FAILED TO TRUE
026633     END-IF
026634*
026635     OPEN INPUT SQRTHLN-FILE
026636     IF NOT BL-HLN-STATUS-OK
026637         DISPLAY 'SQRTBAL - HELD FILE (SQRTHLN) NOT FOUND'
026638         SET BL-FAILED TO TRUE
026639         GO TO 3500-EXIT
026640     END-IF
026641*
026642     PERFORM 3590-READ-SQRTHLN THRU 3590-EXIT
026643     PERFORM 3510-COUNT-ONE-HELD THRU 3510-EXIT
026644         UNTIL BL-SQRTHLN-EOF
026645     CLOSE SQRTHLN-FILE.
026646*
026647 3500-EXIT.
026648     EXIT.
026649*
026650 3510-COUNT-ONE-HELD.
026651*
026652     ADD 1 TO BL-HLN-COUNT
026653     ADD SQRTHLN-S TO BL-HLN-HASH
026654     PERFORM 3590-READ-SQRTHLN THRU 3590-EXIT.
026655*
026656 3510-EXIT.
026657     EXIT.
026658*
026659*--------------------------------------------------------------*
026660*  3550-READ-SQRTCTL - THE RUN NUMBER SQRTQTA SHOULD HAVE       *
026661*  STAMPED ON ITS SUMMARY.  NO CARD, OR NO NUMBER ON IT,        *
026662*  LEAVES ZERO, AS SQRTQTA ITSELF DOES.                         *
026663*--------------------------------------------------------------*
026664 3550-READ-SQRTCTL.
026665*
026666     OPEN INPUT SQRTCTL-FILE
026667*
026668     IF BL-CTL-STATUS-OK
026669         READ SQRTCTL-FILE
026670             AT END
026671                 CONTINUE
026672         END-READ
026673         IF BL-CTL-STATUS-OK
026674             IF SQRTCTL-RUN-NUMBER NUMERIC
026675                 MOVE SQRTCTL-RUN-NUMBER TO BL-RUN-NUMBER
026676             END-IF
026677         END-IF
026678         CLOSE SQRTCTL-FILE
026679     END-IF.
026680*
026681 3550-EXIT.
026682     EXIT.
026683*
026684 3590-READ-SQRTHLN.
026685*
026686     READ SQRTHLN-FILE
026687         AT END
026688             SET BL-SQRTHLN-EOF TO TRUE
026689     END-READ.
026690*
026691 3590-EXIT.
026692     EXIT.
026700*
026800 3900-READ-SQRTERR.
026900*
032900             '+ SQRTERR WRITTEN'
033000         SET BL-FAILED TO TRUE
033100     END-IF
033120*
033140     IF BL-QUOTA-STEP-RAN
033160         PERFORM 4100-PROVE-QUOTA-STEP THRU 4100-EXIT
033180     END-IF
033200*
033300     MOVE BL-IN-COUNT TO BL-IN-ED
033400     MOVE BL-OUT-COUNT TO BL-OUT-ED
033600     DISPLAY 'SQRTBAL - SQRTIN READ . . . ' BL-IN-ED
033700     DISPLAY 'SQRTBAL - SQRTOUT DETAILS . ' BL-OUT-ED
033800     DISPLAY 'SQRTBAL - SQRTERR DETAILS . ' BL-ERR-ED
033814     IF BL-QUOTA-STEP-RAN
033828         MOVE SQRTQTS-HLD-COUNT TO BL-HLD-ED
033842         MOVE SQRTQTS-HELD-COUNT TO BL-HELD-ED
033856         DISPLAY 'SQRTBAL - HELD FROM EARLIER ' BL-HLD-ED
033870         DISPLAY 'SQRTBAL - NEWLY HELD . . . ' BL-HELD-ED
033884     END-IF
033900*
034000     IF BL-FAILED
034100         DISPLAY 'SQRTBAL - FILES OUT OF BALANCE - DO NOT '
034700*
034800 4000-EXIT.
034900     EXIT.
034902*
034904*--------------------------------------------------------------*
034906*  4100-PROVE-QUOTA-STEP - NOTHING SQRTQTA READ MAY BE LOST:    *
034908*  EVERY CLEAN OR PREVIOUSLY HELD REQUEST WAS EITHER PASSED     *
034910*  INTO SQRTIN OR IS ON THE NEW HELD FILE.                      *
034912*--------------------------------------------------------------*
034914 4100-PROVE-QUOTA-STEP.
034916*
034918     IF BL-IN-COUNT NOT EQUAL SQRTQTS-PASS-COUNT
034920      OR BL-IN-HASH NOT EQUAL SQRTQTS-PASS-HASH
034922         DISPLAY 'SQRTBAL - SQRTIN DOES NOT MATCH WHAT SQRTQTA '
034924             'PASSED'
034926         SET BL-FAILED TO TRUE
034928     END-IF
034930*
034932     COMPUTE BL-QTS-HASH-A =
034933         SQRTQTS-CLN-HASH + SQRTQTS-REL-HASH
034934     COMPUTE BL-QTS-HASH-B =
034935         SQRTQTS-PASS-HASH + SQRTQTS-HELD-HASH
034936     IF SQRTQTS-CLN-COUNT + SQRTQTS-REL-COUNT NOT EQUAL
034938             SQRTQTS-PASS-COUNT + SQRTQTS-HELD-COUNT
034940      OR BL-QTS-HASH-A NOT EQUAL BL-QTS-HASH-B
034942         DISPLAY 'SQRTBAL - SQRTQTA CLEAN + RELEASED DOES NOT '
034944             'EQUAL PASSED + HELD'
034946         SET BL-FAILED TO TRUE
034948     END-IF
034950*
034952     COMPUTE BL-QTS-HASH-B =
034953         SQRTQTS-REL-HASH + SQRTQTS-CARRY-HASH
034954     IF SQRTQTS-HLD-COUNT NOT EQUAL
034956             SQRTQTS-REL-COUNT + SQRTQTS-CARRY-COUNT
034958      OR SQRTQTS-HLD-HASH NOT EQUAL BL-QTS-HASH-B
034960         DISPLAY 'SQRTBAL - SQRTQTA HELD FROM EARLIER RUNS DOES '
034962             'NOT EQUAL RELEASED + CARRIED'
034964         SET BL-FAILED TO TRUE
034966     END-IF
034968*
034970     COMPUTE BL-QTS-HASH-B =
034971         SQRTQTS-HELD-HASH + SQRTQTS-CARRY-HASH
034972     IF BL-HLN-COUNT NOT EQUAL
034974             SQRTQTS-HELD-COUNT + SQRTQTS-CARRY-COUNT
034976      OR BL-HLN-HASH NOT EQUAL BL-QTS-HASH-B
034978         DISPLAY 'SQRTBAL - SQRTHLN DOES NOT EQUAL NEWLY HELD '
034980             '+ CARRIED'
034982         SET BL-FAILED TO TRUE
034984     END-IF.
034986*
034988 4100-EXIT.
034990     EXIT.
035000*
035005*--------------------------------------------------------------*
035010*  9900-END-STEP - RECORD THE STEP'S END AND FINAL RETURN       *
035015*  CODE ON SQRTSTC.  NOTHING IS RECORDED FOR A STEP THAT WAS    *
035020*  REFUSED AT START.                                            *
035025*--------------------------------------------------------------*
035030 9900-END-STEP.
035035*
035040     IF BL-STEP-STARTED
035045         MOVE 'E' TO BL-STC-FUNCTION
035050         MOVE RETURN-CODE TO BL-STC-RC
035055         CALL 'SQRTSTP' USING BL-STC-FUNCTION BL-STC-STEP
035060             BL-STC-RC BL-STC-RESULT
035065     END-IF.
035070*
035075 9900-EXIT.
035080     EXIT.
035085*
035100 9999-TERMINATE.
035150     PERFORM 9900-END-STEP THRU 9900-EXIT
035200     STOP RUN.
