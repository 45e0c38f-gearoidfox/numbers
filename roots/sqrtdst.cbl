003600*  MODIFICATION HISTORY                                        *
003700*  ----------------------------------------------------------  *
003800*  02/09/2026  DOK  ORIGINAL PROGRAM.                           *
003816*  15/10/2026  DOK  CALLS SQRTSTP AT START AND END, SO THE      *
003832*                   STEP RUNS ONLY WHEN ITS PREDECESSOR IN      *
003848*                   THE STREAM COMPLETED CLEANLY FOR THE SAME   *
003864*                   RUN; A REFUSED START ENDS THE STEP WITH     *
003880*                   RETURN CODE 16.                             *
003883*  15/10/2026  DOK  EVERY EXTRACT'S DETAIL COUNT AND HASH TOTAL *
003886*                   IS NOW RECORDED ON THE SQRTDLV DELIVERY     *
003889*                   REGISTER UNDER THE RUN NUMBER AND EXTRACT   *
003892*                   NUMBER (06 FOR SQRTXDF), FOR SQRTACK TO     *
003895*                   MARK OFF AS DEPARTMENTS ACKNOWLEDGE RECEIPT.*
003896*  15/10/2026  DOK  SQRTOUT DETAILS GAINED THE SQRTGEN          *
003897*                   RANGE-CARD TAG; LAYOUT KEPT IN STEP.  THE   *
003898*                   EXTRACTS STAY AT 49 BYTES AND DO NOT CARRY  *
003899*                   IT.                                         *
003900*--------------------------------------------------------------*
004000*
004100 ENVIRONMENT DIVISION.
006900*
007000     SELECT SQRTDRP-FILE ASSIGN TO SQRTDRP
007100         ORGANIZATION IS SEQUENTIAL.
007114*
007128     SELECT SQRTDLV-FILE ASSIGN TO SQRTDLV
007142         ORGANIZATION IS INDEXED
007156         ACCESS MODE IS RANDOM
007170         RECORD KEY IS SQRTDLV-KEY
007184         FILE STATUS IS DS-DLV-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
008500     05  SQRTOUT-ITER           PIC 9(4).
008600     05  SQRTOUT-DEGREE         PIC 9(2).
008700     05  SQRTOUT-REQ-ID         PIC X(8).
008750     05  SQRTOUT-RANGE-TAG      PIC X(10).
008800 01  SQRTOUT-HDR-RECORD.
008900     05  SQRTOUT-HDR-TYPE       PIC X(01).
009000     05  SQRTOUT-HDR-DATE       PIC 9(8).
009100     05  SQRTOUT-HDR-TIME       PIC 9(8).
009200     05  SQRTOUT-HDR-RUN-NO     PIC 9(6).
009300     05  FILLER                 PIC X(36).
009400*
009500 FD  SQRTRTE-FILE
009600     RECORDING MODE IS F.
009800     05  SQRTRTE-PREFIX         PIC X(8).
009900     05  SQRTRTE-EXTRACT        PIC 9(2).
010000*
010025*    THE EXTRACTS KEEP THE 49-BYTE DETAIL THE DEPARTMENTS
010050*    HAVE ALWAYS HAD - THE RANGE-CARD TAG ON SQRTOUT IS
010075*    DROPPED WHEN THE DETAIL IS WRITTEN.
010100 FD  SQRTX01-FILE
010200     RECORDING MODE IS F.
010300 01  SQRTX01-RECORD              PIC X(49).
012500 FD  SQRTDRP-FILE
012600     RECORDING MODE IS F.
012700 01  SQRTDRP-RECORD              PIC X(80).
012704*
012708*    DELIVERY REGISTER - ONE ENTRY PER EXTRACT PER RUN.  THE
012712*    STATUS STARTS AT S (SENT) AND IS MOVED TO B (RECEIVED AND
012716*    BALANCED) OR M (RECEIVED WITH MISMATCH) BY SQRTACK.
012720 FD  SQRTDLV-FILE.
012724 01  SQRTDLV-RECORD.
012728     05  SQRTDLV-KEY.
012732         10  SQRTDLV-RUN-NO     PIC 9(6).
012736         10  SQRTDLV-EXTRACT-NO PIC 9(2).
012740     05  SQRTDLV-EXTRACT-NAME   PIC X(8).
012744     05  SQRTDLV-SENT-DATE      PIC 9(8).
012748     05  SQRTDLV-SENT-TIME      PIC 9(8).
012752     05  SQRTDLV-COUNT          PIC 9(8).
012756     05  SQRTDLV-HASH           PIC 9(9)V9(9).
012760     05  SQRTDLV-STATUS         PIC X(01).
012764         88  SQRTDLV-SENT                 VALUE 'S'.
012768         88  SQRTDLV-BALANCED             VALUE 'B'.
012772         88  SQRTDLV-MISMATCH             VALUE 'M'.
012776     05  SQRTDLV-ACK-DATE       PIC 9(8).
012780     05  SQRTDLV-ACK-COUNT      PIC 9(8).
012784     05  SQRTDLV-ACK-HASH       PIC 9(9)V9(9).
012788     05  SQRTDLV-ACK-TIMES      PIC 9(3).
012800*
012900 WORKING-STORAGE SECTION.
013000*
019200*
019300 77  DS-EXT-X                   PIC 9(2) USAGE COMP.
019400 77  DS-TARGET-EXTRACT          PIC 9(2) USAGE COMP.
019408*
019416*    EXTRACT NAMES FOR THE DELIVERY REGISTER, BY SLOT.
019424 01  DS-EXT-NAME-VALUES.
019432     05  FILLER                 PIC X(8) VALUE 'SQRTX01 '.
019440     05  FILLER                 PIC X(8) VALUE 'SQRTX02 '.
019448     05  FILLER                 PIC X(8) VALUE 'SQRTX03 '.
019456     05  FILLER                 PIC X(8) VALUE 'SQRTX04 '.
019464     05  FILLER                 PIC X(8) VALUE 'SQRTX05 '.
019472     05  FILLER                 PIC X(8) VALUE 'SQRTXDF '.
019480 01  DS-EXT-NAME-TABLE REDEFINES DS-EXT-NAME-VALUES.
019488     05  DS-EXT-NAME            PIC X(8) OCCURS 6 TIMES.
019500*
019600 77  DS-RUN-NO                  PIC 9(6) VALUE ZERO.
019700*
019800 77  DS-RTE-STATUS              PIC X(02) VALUE '00'.
019900     88  DS-RTE-STATUS-OK                 VALUE '00'.
019914 77  DS-DLV-STATUS              PIC X(02) VALUE '00'.
019928     88  DS-DLV-STATUS-NOT-FOUND          VALUE '35'.
019942*
019956 77  DS-DLV-FOUND-SW            PIC X(01).
019970     88  DS-DLV-FOUND                     VALUE 'Y'.
019984     88  DS-DLV-NOT-FOUND                 VALUE 'N'.
020000*
020100 77  DS-SQRTOUT-EOF-SW          PIC X(01) VALUE 'N'.
020200     88  DS-SQRTOUT-EOF                   VALUE 'Y'.
020800*
020900 77  DS-DETAIL-COUNT            PIC 9(8) USAGE COMP VALUE ZERO.
021000 77  DS-UNROUTED-COUNT          PIC 9(8) USAGE COMP VALUE ZERO.
021050 77  DS-REGISTERED-COUNT        PIC 9(8) USAGE COMP VALUE ZERO.
021100*
021200 77  DS-COUNT-ED                PIC ZZZZZZZ9.
021300 77  DS-UNRTE-COUNT-ED          PIC ZZZZZ9.
021400 77  DS-EXT-NO-ED               PIC 9(2).
021500*
021511*    STEP-CONTROL CALL - SEE SQRTSTP.
021522 01  DS-STC-FUNCTION           PIC X(01).
021533 01  DS-STC-STEP               PIC X(8)  VALUE 'SQRTDST '.
021544 01  DS-STC-RC                 PIC 9(2)  USAGE COMP.
021555 01  DS-STC-RESULT             PIC 9(2)  USAGE COMP.
021566 77  DS-STEP-SW                PIC X(01) VALUE 'N'.
021577     88  DS-STEP-STARTED                 VALUE 'Y'.
021588*
021600 PROCEDURE DIVISION.
021700*
021800 0000-MAINLINE.
021900*
021933     PERFORM 0100-BEGIN-STEP THRU 0100-EXIT
021966*
022000     PERFORM 1000-LOAD-ROUTING-TABLE THRU 1000-EXIT
022100     PERFORM 1200-INIT-TOTALS THRU 1200-EXIT
022200*
024500     CLOSE SQRTX05-FILE
024600     CLOSE SQRTXDF-FILE
024700*
024733     PERFORM 7500-REGISTER-EXTRACTS THRU 7500-EXIT
024766*
024800     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
024900*
025000     GO TO 9999-TERMINATE.
025100*
025104*--------------------------------------------------------------*
025108*  0100-BEGIN-STEP - ASK SQRTSTP WHETHER THIS STEP MAY RUN      *
025112*  FOR THIS RUN NUMBER.  SQRTSTP HAS ALREADY TOLD THE           *
025116*  OPERATOR WHY A START IS REFUSED.                             *
025120*--------------------------------------------------------------*
025124 0100-BEGIN-STEP.
025128*
025132     MOVE 'B' TO DS-STC-FUNCTION
025136     MOVE ZERO TO DS-STC-RC
025140     CALL 'SQRTSTP' USING DS-STC-FUNCTION DS-STC-STEP
025144         DS-STC-RC DS-STC-RESULT
025148*
025152     IF DS-STC-RESULT NOT EQUAL ZERO
025156         MOVE 16 TO RETURN-CODE
025160         GO TO 9999-TERMINATE
025164     END-IF
025168*
025172     SET DS-STEP-STARTED TO TRUE.
025176*
025180 0100-EXIT.
025184     EXIT.
025188*
025200*--------------------------------------------------------------*
025300*  1000-LOAD-ROUTING-TABLE - READ SQRTRTE INTO THE LOOK-UP      *
025400*  TABLE, RESOLVING EACH PREFIX LENGTH ONCE.  AN ABSENT FILE    *
058200 7000-EXIT.
058300     EXIT.
058400*
058401*--------------------------------------------------------------*
058402*  7500-REGISTER-EXTRACTS - RECORD EVERY EXTRACT, WITH ITS      *
058403*  DETAIL COUNT AND HASH TOTAL, ON THE SQRTDLV DELIVERY         *
058404*  REGISTER.  AN EXTRACT SENT AGAIN FOR THE SAME RUN (THIS      *
058405*  STEP RERUN) REPLACES ITS ENTRY AND CLEARS ANY RECEIPT        *
058406*  ALREADY RECORDED - THE DEPARTMENT MUST ACKNOWLEDGE THE       *
058407*  FILE IT NOW HOLDS.                                           *
058408*--------------------------------------------------------------*
058409 7500-REGISTER-EXTRACTS.
058410*
058411     IF DS-RUN-NO EQUAL ZERO
058412         DISPLAY 'SQRTDST - SQRTOUT CARRIES NO RUN NUMBER - '
058413             'EXTRACTS NOT REGISTERED ON SQRTDLV'
058414         GO TO 7500-EXIT
058415     END-IF
058416*
058417     OPEN I-O SQRTDLV-FILE
058418*
058419     IF DS-DLV-STATUS-NOT-FOUND
058420         OPEN OUTPUT SQRTDLV-FILE
058421         CLOSE SQRTDLV-FILE
058422         OPEN I-O SQRTDLV-FILE
058423     END-IF
058424*
058425     PERFORM 7600-REGISTER-ONE-EXTRACT THRU 7600-EXIT
058426         VARYING DS-EXT-X FROM 1 BY 1
058427         UNTIL DS-EXT-X GREATER THAN 6
058428*
058429     CLOSE SQRTDLV-FILE.
058430*
058431 7500-EXIT.
058432     EXIT.
058433*
058434 7600-REGISTER-ONE-EXTRACT.
058435*
058436     MOVE DS-RUN-NO TO SQRTDLV-RUN-NO
058437     MOVE DS-EXT-X TO SQRTDLV-EXTRACT-NO
058438     READ SQRTDLV-FILE
058439         INVALID KEY
058440             SET DS-DLV-NOT-FOUND TO TRUE
058441         NOT INVALID KEY
058442             SET DS-DLV-FOUND TO TRUE
058443     END-READ
058444*
058445     IF DS-DLV-FOUND
058446        AND NOT SQRTDLV-SENT
058447         DISPLAY 'SQRTDST - ' DS-EXT-NAME(DS-EXT-X)
058448             ' RE-SENT FOR RUN ' DS-RUN-NO
058449             ' - EARLIER RECEIPT CLEARED'
058450     END-IF
058451*
058452     MOVE DS-RUN-NO TO SQRTDLV-RUN-NO
058453     MOVE DS-EXT-X TO SQRTDLV-EXTRACT-NO
058454     MOVE DS-EXT-NAME(DS-EXT-X) TO SQRTDLV-EXTRACT-NAME
058455     MOVE DS-HDR-DATE TO SQRTDLV-SENT-DATE
058456     MOVE DS-HDR-TIME TO SQRTDLV-SENT-TIME
058457     MOVE DS-EXT-COUNT(DS-EXT-X) TO SQRTDLV-COUNT
058458     MOVE DS-EXT-HASH(DS-EXT-X) TO SQRTDLV-HASH
058459     SET SQRTDLV-SENT TO TRUE
058460     MOVE ZERO TO SQRTDLV-ACK-DATE
058461     MOVE ZERO TO SQRTDLV-ACK-COUNT
058462     MOVE ZERO TO SQRTDLV-ACK-HASH
058463     MOVE ZERO TO SQRTDLV-ACK-TIMES
058464*
058465     IF DS-DLV-FOUND
058466         REWRITE SQRTDLV-RECORD
058467             INVALID KEY
058468                 DISPLAY 'SQRTDST - SQRTDLV REWRITE FAILED FOR '
058469                     DS-EXT-NAME(DS-EXT-X)
058470                     ' STATUS ' DS-DLV-STATUS
058471         END-REWRITE
058472     ELSE
058473         WRITE SQRTDLV-RECORD
058474             INVALID KEY
058475                 DISPLAY 'SQRTDST - SQRTDLV WRITE FAILED FOR '
058476                     DS-EXT-NAME(DS-EXT-X)
058477                     ' STATUS ' DS-DLV-STATUS
058478         END-WRITE
058479     END-IF
058480*
058481     IF DS-DLV-STATUS EQUAL '00'
058482         ADD 1 TO DS-REGISTERED-COUNT
058483     END-IF.
058484*
058485 7600-EXIT.
058486     EXIT.
058487*
058500*--------------------------------------------------------------*
058600*  8000-PRINT-REPORT - DISTRIBUTION COUNTS PER EXTRACT AND      *
058700*  THE UNROUTED REQUESTER IDS, FOR SIGN-OFF.                    *
061600         DELIMITED BY SIZE INTO DS-PRINT-LINE
061700     WRITE SQRTDRP-RECORD FROM DS-PRINT-LINE
061800         AFTER ADVANCING 1 LINE
061812*
061824     MOVE DS-REGISTERED-COUNT TO DS-COUNT-ED
061836     MOVE SPACES TO DS-PRINT-LINE
061848     STRING 'EXTRACTS ON SQRTDLV. . . . . ' DS-COUNT-ED
061860         DELIMITED BY SIZE INTO DS-PRINT-LINE
061872     WRITE SQRTDRP-RECORD FROM DS-PRINT-LINE
061884         AFTER ADVANCING 1 LINE
061900*
062000     PERFORM 8500-PRINT-UNROUTED THRU 8500-EXIT
062100*
069100 8600-EXIT.
069200     EXIT.
069300*
069305*--------------------------------------------------------------*
069310*  9900-END-STEP - RECORD THE STEP'S END AND FINAL RETURN       *
069315*  CODE ON SQRTSTC.  NOTHING IS RECORDED FOR A STEP THAT WAS    *
069320*  REFUSED AT START.                                            *
069325*--------------------------------------------------------------*
069330 9900-END-STEP.
069335*
069340     IF DS-STEP-STARTED
069345         MOVE 'E' TO DS-STC-FUNCTION
069350         MOVE RETURN-CODE TO DS-STC-RC
069355         CALL 'SQRTSTP' USING DS-STC-FUNCTION DS-STC-STEP
069360             DS-STC-RC DS-STC-RESULT
069365     END-IF.
069370*
069375 9900-EXIT.
069380     EXIT.
069385*
069400 9999-TERMINATE.
069450     PERFORM 9900-END-STEP THRU 9900-EXIT
069500     STOP RUN.
