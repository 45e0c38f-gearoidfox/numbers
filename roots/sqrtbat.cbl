011301*                   STANDS IN FOR IT - SEE 3060), AND BOTH       *
011302*                   TOTALS RIDE IN THE CHECKPOINT SO A           *
011303*                   RESTARTED RUN STILL REPORTS TRUE FIGURES.    *
011305*  15/10/2026  DOK  SQRTLOG GAINED THE ROOT DEGREE, A MASTER     *
011306*                   ACTION MARKER ('H' FOR A ROOT-MASTER HIT,    *
011307*                   'A' FOR A ROOT COMPUTED AND ADDED) AND THE   *
011308*                   TOLERANCE THE ROOT WAS COMPUTED TO, AND S    *
011309*                   IS NOW LOGGED AS ITS RAW INPUT BYTES - THE   *
011310*                   SAME BYTES THAT FORM THE MASTER KEY.         *
011311*                   TOGETHER THESE LET THE NEW SQRTRCV RECOVERY  *
011312*                   JOB REAPPLY EVERY INSERT AND HIT MADE SINCE  *
011313*                   THE LAST SQRTBKP BACKUP OF THE MASTER.       *
011325*  15/10/2026  DOK  CALLS SQRTSTP AT START AND END, SO THE       *
011337*                   STEP RUNS ONLY WHEN ITS PREDECESSOR IN       *
011349*                   THE STREAM COMPLETED CLEANLY FOR THE SAME    *
011361*                   RUN; A REFUSED START ENDS THE STEP WITH      *
011373*                   RETURN CODE 16.                              *
011375*  15/10/2026  DOK  SQRTIN, SQRTOUT AND SQRTERR DETAILS CARRY    *
011377*                   THE SQRTGEN RANGE-CARD TAG THROUGH, SO       *
011379*                   SQRTTAB CAN PRINT ONE ROOT TABLE PER RANGE   *
011381*                   CARD.  HEADER AND TRAILER FILLERS WIDENED TO *
011383*                   MATCH.                                       *
011390*--------------------------------------------------------------*
011400*
011500 ENVIRONMENT DIVISION.
011600 INPUT-OUTPUT SECTION.
015900                               PIC X(17).
016000     05  SQRTIN-DEGREE         PIC 9(2).
016100     05  SQRTIN-REQ-ID         PIC X(8).
016150     05  SQRTIN-RANGE-TAG      PIC X(10).
016200*
016300 FD  SQRTOUT-FILE
016400     RECORDING MODE IS F.
016900     05  SQRTOUT-ITER           PIC 9(4).
017000     05  SQRTOUT-DEGREE         PIC 9(2).
017100     05  SQRTOUT-REQ-ID         PIC X(8).
017150     05  SQRTOUT-RANGE-TAG      PIC X(10).
017200 01  SQRTOUT-HDR-RECORD.
017300     05  SQRTOUT-HDR-TYPE       PIC X(01).
017400     05  SQRTOUT-HDR-DATE       PIC 9(8).
017500     05  SQRTOUT-HDR-TIME       PIC 9(8).
017600     05  SQRTOUT-HDR-RUN-NO     PIC 9(6).
017700     05  FILLER                 PIC X(36).
017800 01  SQRTOUT-TRL-RECORD.
017900     05  SQRTOUT-TRL-TYPE       PIC X(01).
018000     05  SQRTOUT-TRL-COUNT      PIC 9(8).
018100     05  SQRTOUT-TRL-HASH       PIC 9(9)V9(9).
018200     05  FILLER                 PIC X(32).
018300*
018400 FD  SQRTERR-FILE
018500     RECORDING MODE IS F.
018900     05  SQRTERR-DEGREE         PIC 9(2).
019000     05  SQRTERR-MSG            PIC X(40).
019100     05  SQRTERR-REQ-ID         PIC X(8).
019150     05  SQRTERR-RANGE-TAG      PIC X(10).
019200 01  SQRTERR-HDR-RECORD.
019300     05  SQRTERR-HDR-TYPE       PIC X(01).
019400     05  SQRTERR-HDR-DATE       PIC 9(8).
019500     05  SQRTERR-HDR-TIME       PIC 9(8).
019600     05  SQRTERR-HDR-RUN-NO     PIC 9(6).
019700     05  FILLER                 PIC X(55).
019800 01  SQRTERR-TRL-RECORD.
019900     05  SQRTERR-TRL-TYPE       PIC X(01).
020000     05  SQRTERR-TRL-COUNT      PIC 9(8).
020100     05  SQRTERR-TRL-HASH       PIC 9(9)V9(9).
020200     05  FILLER                 PIC X(51).
020300*
020400 FD  SQRTLOG-FILE
020500     RECORDING MODE IS F.
020700     05  SQRTLOG-DATE           PIC 9(8).
020800     05  SQRTLOG-TIME           PIC 9(8).
020900     05  SQRTLOG-S              PIC S9(8)V9(09).
020910     05  SQRTLOG-S-X REDEFINES SQRTLOG-S
020920                                PIC X(17).
021000     05  SQRTLOG-R              PIC S9(8)V9(09).
021100     05  SQRTLOG-ITER           PIC 9(4).
021200     05  SQRTLOG-ORIGIN         PIC X(01).
021300     05  SQRTLOG-REQ-ID         PIC X(8).
021310     05  SQRTLOG-DEGREE         PIC 9(2).
021320     05  SQRTLOG-MST-ACTION     PIC X(01).
021330     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
021400*
021500 FD  SQRTCTL-FILE
021600     RECORDING MODE IS F.
029500*    SQRTCTL OVERRIDE WAS SUPPLIED.
029600 77  SB-DEFAULT-TOLER          PIC S9(8)V9(09) USAGE COMP
029700                              VALUE 0.000000001.
029710*
029720*    TOLERANCE BEHIND THE ROOT BEING LOGGED - THE STORED ONE ON
029730*    A MASTER HIT, THE ONE IN EFFECT ON A FRESH CALCULATION.
029740 01  SB-LOG-TOLERANCE          PIC S9(8)V9(09) USAGE COMP
029750                              VALUE ZERO.
029800*
029900 77  SB-RESTART-SW             PIC X(01) VALUE 'N'.
030000     88  SB-RESTARTING                    VALUE 'Y'.
032810 77  SB-SUM-ITER-ED            PIC ZZZZZZZZ9.
032900 77  SB-SUM-RESTART-FLAG       PIC X(03).
033000*
033011*    STEP-CONTROL CALL - SEE SQRTSTP.
033022 01  SB-STC-FUNCTION           PIC X(01).
033033 01  SB-STC-STEP               PIC X(8)  VALUE 'SQRTBAT '.
033044 01  SB-STC-RC                 PIC 9(2)  USAGE COMP.
033055 01  SB-STC-RESULT             PIC 9(2)  USAGE COMP.
033066 77  SB-STEP-SW                PIC X(01) VALUE 'N'.
033077     88  SB-STEP-STARTED                 VALUE 'Y'.
033088*
033100 PROCEDURE DIVISION.
033200*
033300 0000-MAINLINE.
033400*
033433     PERFORM 0100-BEGIN-STEP THRU 0100-EXIT
033466*
033500     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
033510     PERFORM 1250-REGISTER-LOCK THRU 1250-EXIT
033600     PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT
036900*
037000     GO TO 9999-TERMINATE.
037100*
037104*--------------------------------------------------------------*
037108*  0100-BEGIN-STEP - ASK SQRTSTP WHETHER THIS STEP MAY RUN      *
037112*  FOR THIS RUN NUMBER.  SQRTSTP HAS ALREADY TOLD THE           *
037116*  OPERATOR WHY A START IS REFUSED.                             *
037120*--------------------------------------------------------------*
037124 0100-BEGIN-STEP.
037128*
037132     MOVE 'B' TO SB-STC-FUNCTION
037136     MOVE ZERO TO SB-STC-RC
037140     CALL 'SQRTSTP' USING SB-STC-FUNCTION SB-STC-STEP
037144         SB-STC-RC SB-STC-RESULT
037148*
037152     IF SB-STC-RESULT NOT EQUAL ZERO
037156         MOVE 16 TO RETURN-CODE
037160         GO TO 9999-TERMINATE
037164     END-IF
037168*
037172     SET SB-STEP-STARTED TO TRUE.
037176*
037180 0100-EXIT.
037184     EXIT.
037188*
037200*--------------------------------------------------------------*
037300*  1200-READ-CONTROL-CARD - AN OPTIONAL PARAMETER FILE THAT     *
037400*  LETS A JOB OVERRIDE THE TOLERANCE AND ITERATION LIMIT FOR    *
061400             MOVE SQRTMST-R TO SB-R
061500             MOVE SQRTMST-ITER TO SB-ITERATIONS-USED
061600             MOVE ZERO TO SB-RETURN-CODE
061605             MOVE SQRTMST-TOLERANCE TO SB-LOG-TOLERANCE
061610             ADD 1 TO SQRTMST-HIT-COUNT
061620             ACCEPT SQRTMST-LAST-USED FROM DATE YYYYMMDD
061630             REWRITE SQRTMST-RECORD
065400         MOVE SB-ITERATIONS-USED TO SQRTOUT-ITER
065500         MOVE SB-DEGREE TO SQRTOUT-DEGREE
065600         MOVE SQRTIN-REQ-ID TO SQRTOUT-REQ-ID
065650         MOVE SQRTIN-RANGE-TAG TO SQRTOUT-RANGE-TAG
065700         WRITE SQRTOUT-RECORD
065800         ADD 1 TO SB-OUT-COUNT
065900         ADD SQRTIN-S TO SB-OUT-HASH
066300         MOVE SQRTIN-S TO SQRTERR-S
066400         MOVE SB-DEGREE TO SQRTERR-DEGREE
066500         MOVE SQRTIN-REQ-ID TO SQRTERR-REQ-ID
066550         MOVE SQRTIN-RANGE-TAG TO SQRTERR-RANGE-TAG
066600         PERFORM 3200-SET-ERROR-MSG THRU 3200-EXIT
066700         WRITE SQRTERR-RECORD
066800         ADD 1 TO SB-ERR-COUNT
075000     END-IF
075010     MOVE ZERO TO SQRTMST-HIT-COUNT
075020     MOVE SQRTMST-DATE TO SQRTMST-LAST-USED
075030     MOVE SQRTMST-TOLERANCE TO SB-LOG-TOLERANCE
075100*
075200     WRITE SQRTMST-RECORD
075300         INVALID KEY
076900*
077000*--------------------------------------------------------------*
077100*  5000-WRITE-LOG - APPEND ONE AUDIT RECORD FOR A SUCCESSFUL    *
077200*  CALCULATION.  S GOES ON AS ITS RAW INPUT BYTES AND THE       *
077210*  MASTER ACTION SAYS WHETHER THE ROOT CAME FROM THE MASTER     *
077220*  ('H') OR WAS COMPUTED AND ADDED TO IT ('A') - SQRTRCV        *
077230*  REPLAYS EXACTLY THESE TO ROLL A RESTORED MASTER FORWARD.     *
077300*--------------------------------------------------------------*
077400 5000-WRITE-LOG.
077500*
077600     ACCEPT SQRTLOG-DATE FROM DATE YYYYMMDD
077700     ACCEPT SQRTLOG-TIME FROM TIME
077800     MOVE SQRTIN-S-X TO SQRTLOG-S-X
077900     MOVE SB-R TO SQRTLOG-R
078000     MOVE SB-ITERATIONS-USED TO SQRTLOG-ITER
078100     MOVE 'B' TO SQRTLOG-ORIGIN
078200     MOVE SQRTIN-REQ-ID TO SQRTLOG-REQ-ID
078210     MOVE SB-DEGREE TO SQRTLOG-DEGREE
078220     IF SB-MST-HIT
078230         MOVE 'H' TO SQRTLOG-MST-ACTION
078240     ELSE
078250         MOVE 'A' TO SQRTLOG-MST-ACTION
078260     END-IF
078270     MOVE SB-LOG-TOLERANCE TO SQRTLOG-TOLERANCE
078300     WRITE SQRTLOG-RECORD.
078400*
078500 5000-EXIT.
092430 8500-EXIT.
092440     EXIT.
092450*
092469*--------------------------------------------------------------*
092488*  9900-END-STEP - RECORD THE STEP'S END AND FINAL RETURN       *
092507*  CODE ON SQRTSTC.  NOTHING IS RECORDED FOR A STEP THAT WAS    *
092526*  REFUSED AT START.                                            *
092545*--------------------------------------------------------------*
092564 9900-END-STEP.
092583*
092602     IF SB-STEP-STARTED
092621         MOVE 'E' TO SB-STC-FUNCTION
092640         MOVE RETURN-CODE TO SB-STC-RC
092659         CALL 'SQRTSTP' USING SB-STC-FUNCTION SB-STC-STEP
092678             SB-STC-RC SB-STC-RESULT
092697     END-IF.
092716*
092735 9900-EXIT.
092754     EXIT.
092773*
092800 9999-TERMINATE.
092850     PERFORM 9900-END-STEP THRU 9900-EXIT
092900     STOP RUN.
