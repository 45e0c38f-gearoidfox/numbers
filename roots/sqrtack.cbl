000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTACK.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTACK                                                      *
001000*  EXTRACT RECEIPT ACKNOWLEDGMENT.  READS THE ACKNOWLEDGMENT    *
001100*  CARDS (SQRTAKC) THE DEPARTMENTS RETURN FOR THE SQRTDST       *
001200*  EXTRACTS - RUN NUMBER, EXTRACT NUMBER, AND THE DETAIL COUNT  *
001300*  AND HASH TOTAL THE DEPARTMENT BALANCED ITS FILE TO - AND     *
001400*  MATCHES EACH AGAINST THE SQRTDLV DELIVERY REGISTER ENTRY     *
001500*  SQRTDST WROTE WHEN THE EXTRACT WAS SENT.  AN ENTRY IS        *
001600*  MARKED RECEIVED-AND-BALANCED (B) WHEN BOTH FIGURES AGREE,    *
001700*  RECEIVED-WITH-MISMATCH (M) WHEN EITHER DIFFERS, AND THE      *
001800*  FIGURES THE DEPARTMENT QUOTED ARE KEPT ON THE ENTRY WITH     *
001900*  THE DATE THEY WERE RECEIVED, SO WHAT WAS SENT AND WHAT WAS   *
002000*  ACKNOWLEDGED CAN BE PROVED LATER.                            *
002100*                                                               *
002200*  EVERY CARD IS LISTED ON SQRTAKR WITH ITS OUTCOME.  A CARD    *
002300*  FOR AN EXTRACT NOT ON THE REGISTER, OR ANY MISMATCH, ENDS    *
002400*  THE STEP WITH RETURN CODE 8.  A LATER CARD FOR THE SAME      *
002500*  EXTRACT REPLACES THE EARLIER RECEIPT AND IS COUNTED.         *
002600*                                                               *
002700*  SQRTAKC CARD LAYOUT:                                         *
002800*    COLUMNS  1-6   RUN NUMBER                                  *
002900*    COLUMNS  7-8   EXTRACT NUMBER (01-05, 06 FOR SQRTXDF)      *
003000*    COLUMNS  9-16  DETAIL COUNT                                *
003100*    COLUMNS 17-34  HASH TOTAL, 9 INTEGER + 9 DECIMAL DIGITS,   *
003200*                   NO DECIMAL POINT                            *
003300*--------------------------------------------------------------*
003400*
003500*--------------------------------------------------------------*
003600*  MODIFICATION HISTORY                                        *
003700*  ----------------------------------------------------------  *
003800*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
003900*--------------------------------------------------------------*
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400*
004500     SELECT SQRTDLV-FILE ASSIGN TO SQRTDLV
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS SQRTDLV-KEY
004900         FILE STATUS IS AK-DLV-STATUS.
005000*
005100     SELECT SQRTAKC-FILE ASSIGN TO SQRTAKC
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS AK-AKC-STATUS.
005400*
005500     SELECT SQRTAKR-FILE ASSIGN TO SQRTAKR
005600         ORGANIZATION IS SEQUENTIAL.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000*
006100 FD  SQRTDLV-FILE.
006200 01  SQRTDLV-RECORD.
006300     05  SQRTDLV-KEY.
006400         10  SQRTDLV-RUN-NO     PIC 9(6).
006500         10  SQRTDLV-EXTRACT-NO PIC 9(2).
006600     05  SQRTDLV-EXTRACT-NAME   PIC X(8).
006700     05  SQRTDLV-SENT-DATE      PIC 9(8).
006800     05  SQRTDLV-SENT-TIME      PIC 9(8).
006900     05  SQRTDLV-COUNT          PIC 9(8).
007000     05  SQRTDLV-HASH           PIC 9(9)V9(9).
007100     05  SQRTDLV-STATUS         PIC X(01).
007200         88  SQRTDLV-SENT                 VALUE 'S'.
007300         88  SQRTDLV-BALANCED             VALUE 'B'.
007400         88  SQRTDLV-MISMATCH             VALUE 'M'.
007500     05  SQRTDLV-ACK-DATE       PIC 9(8).
007600     05  SQRTDLV-ACK-COUNT      PIC 9(8).
007700     05  SQRTDLV-ACK-HASH       PIC 9(9)V9(9).
007800     05  SQRTDLV-ACK-TIMES      PIC 9(3).
007900*
008000 FD  SQRTAKC-FILE
008100     RECORDING MODE IS F.
008200 01  SQRTAKC-RECORD.
008300     05  SQRTAKC-RUN-NO         PIC 9(6).
008400     05  SQRTAKC-EXTRACT-NO     PIC 9(2).
008500     05  SQRTAKC-COUNT          PIC 9(8).
008600     05  SQRTAKC-HASH           PIC 9(9)V9(9).
008700     05  FILLER                 PIC X(46).
008800*
008900 FD  SQRTAKR-FILE
009000     RECORDING MODE IS F.
009100 01  SQRTAKR-RECORD              PIC X(132).
009200*
009300 WORKING-STORAGE SECTION.
009400*
009500 01  AK-PRINT-LINE               PIC X(132).
009600*
009700 77  AK-RUN-DATE                 PIC 9(8).
009800*
009900 77  AK-DLV-STATUS               PIC X(02) VALUE '00'.
010000     88  AK-DLV-STATUS-OK                 VALUE '00'.
010100     88  AK-DLV-STATUS-NOT-FOUND          VALUE '35'.
010200 77  AK-AKC-STATUS               PIC X(02) VALUE '00'.
010300     88  AK-AKC-STATUS-OK                 VALUE '00'.
010400*
010500 77  AK-SQRTAKC-EOF-SW           PIC X(01) VALUE 'N'.
010600     88  AK-SQRTAKC-EOF                   VALUE 'Y'.
010650 77  AK-AKC-OPEN-SW              PIC X(01) VALUE 'N'.
010660     88  AK-AKC-OPEN                      VALUE 'Y'.
010700*
010800 77  AK-CARD-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
010900 77  AK-BALANCED-COUNT           PIC 9(8) USAGE COMP VALUE ZERO.
011000 77  AK-MISMATCH-COUNT           PIC 9(8) USAGE COMP VALUE ZERO.
011100 77  AK-UNKNOWN-COUNT            PIC 9(8) USAGE COMP VALUE ZERO.
011200 77  AK-INVALID-COUNT            PIC 9(8) USAGE COMP VALUE ZERO.
011300 77  AK-REPEAT-COUNT             PIC 9(8) USAGE COMP VALUE ZERO.
011400*
011500 77  AK-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
011600 77  AK-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
011700 77  AK-LINES-PER-PAGE           PIC 9(2) USAGE COMP VALUE 50.
011800*
011900 77  AK-HDG-PAGE-ED              PIC ZZZ9.
012000 77  AK-DET-SENT-COUNT-ED        PIC ZZZZZZZ9.
012100 77  AK-DET-ACK-COUNT-ED         PIC ZZZZZZZ9.
012200 77  AK-DET-SENT-HASH-ED         PIC ZZZZZZZZ9.999999999.
012300 77  AK-DET-ACK-HASH-ED          PIC ZZZZZZZZ9.999999999.
012400 77  AK-DET-NAME                 PIC X(8).
012500 77  AK-DET-RESULT               PIC X(32).
012600 77  AK-COUNT-ED                 PIC ZZZZZZZ9.
012700*
012800 PROCEDURE DIVISION.
012900*
013000 0000-MAINLINE.
013100*
013200     ACCEPT AK-RUN-DATE FROM DATE YYYYMMDD
013300*
013400     OPEN I-O SQRTDLV-FILE
013500     IF NOT AK-DLV-STATUS-OK
013600         DISPLAY 'SQRTACK - DELIVERY REGISTER (SQRTDLV) NOT '
013700             'AVAILABLE - STATUS ' AK-DLV-STATUS
013800         MOVE 8 TO RETURN-CODE
013900         GO TO 9999-TERMINATE
014000     END-IF
014100*
014200     OPEN INPUT SQRTAKC-FILE
014300     IF NOT AK-AKC-STATUS-OK
014400         DISPLAY 'SQRTACK - NO ACKNOWLEDGMENT CARDS (SQRTAKC)'
014500         SET AK-SQRTAKC-EOF TO TRUE
014600     ELSE
014650         SET AK-AKC-OPEN TO TRUE
014700         PERFORM 2900-READ-SQRTAKC THRU 2900-EXIT
014800     END-IF
014900*
015000     OPEN OUTPUT SQRTAKR-FILE
015100     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
015200*
015300     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
015400         UNTIL AK-SQRTAKC-EOF
015500*
015600     IF AK-AKC-OPEN
015700         CLOSE SQRTAKC-FILE
015800     END-IF
015900     CLOSE SQRTDLV-FILE
016000*
016100     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
016200     CLOSE SQRTAKR-FILE
016300*
016400     IF AK-MISMATCH-COUNT GREATER THAN ZERO
016500        OR AK-UNKNOWN-COUNT GREATER THAN ZERO
016600         MOVE 8 TO RETURN-CODE
016700     END-IF
016800*
016900     GO TO 9999-TERMINATE.
017000*
017100*--------------------------------------------------------------*
017200*  1000-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
017300*  CALLED AGAIN WHENEVER THE REPORT FILLS A PAGE.               *
017400*--------------------------------------------------------------*
017500 1000-PRINT-HEADINGS.
017600*
017700     ADD 1 TO AK-PAGE-COUNT
017800     MOVE AK-PAGE-COUNT TO AK-HDG-PAGE-ED
017900*
018000     MOVE SPACES TO AK-PRINT-LINE
018100     STRING '          EXTRACT RECEIPT ACKNOWLEDGMENTS - '
018200         AK-RUN-DATE
018300         '                                        PAGE '
018400         AK-HDG-PAGE-ED
018500         DELIMITED BY SIZE INTO AK-PRINT-LINE
018600     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
018700         AFTER ADVANCING PAGE
018800*
018900     MOVE SPACES TO AK-PRINT-LINE
019000     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
019100         AFTER ADVANCING 1 LINE
019200*
019300     MOVE SPACES TO AK-PRINT-LINE
019400     STRING '  RUN NO  EXT  EXTRACT   SENT COUNT    ACK COUNT'
019500         '            SENT HASH             ACK HASH'
019600         '  RESULT'
019700         DELIMITED BY SIZE INTO AK-PRINT-LINE
019800     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
019900         AFTER ADVANCING 1 LINE
020000*
020100     MOVE SPACES TO AK-PRINT-LINE
020200     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
020300         AFTER ADVANCING 1 LINE
020400*
020500     MOVE ZERO TO AK-LINE-COUNT.
020600*
020700 1000-EXIT.
020800     EXIT.
020900*
021000*--------------------------------------------------------------*
021100*  2000-PROCESS-ONE-CARD - FIND THE CARD'S REGISTER ENTRY AND   *
021200*  RECORD THE RECEIPT AS BALANCED OR MISMATCHED.                *
021300*--------------------------------------------------------------*
021400 2000-PROCESS-ONE-CARD.
021500*
021600     ADD 1 TO AK-CARD-COUNT
021700     MOVE SPACES TO AK-DET-NAME
021800     MOVE ZERO TO AK-DET-SENT-COUNT-ED
021900     MOVE ZERO TO AK-DET-SENT-HASH-ED
022000*
022100     IF SQRTAKC-RUN-NO NOT NUMERIC
022200        OR SQRTAKC-EXTRACT-NO NOT NUMERIC
022300        OR SQRTAKC-COUNT NOT NUMERIC
022400        OR SQRTAKC-HASH NOT NUMERIC
022500         ADD 1 TO AK-INVALID-COUNT
022600         MOVE ZERO TO AK-DET-ACK-COUNT-ED
022700         MOVE ZERO TO AK-DET-ACK-HASH-ED
022800         MOVE '*** CARD NOT NUMERIC - IGNORED' TO AK-DET-RESULT
022900         PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT
023000         PERFORM 2900-READ-SQRTAKC THRU 2900-EXIT
023050         GO TO 2000-EXIT
023100     END-IF
023200*
023300     MOVE SQRTAKC-COUNT TO AK-DET-ACK-COUNT-ED
023400     MOVE SQRTAKC-HASH TO AK-DET-ACK-HASH-ED
023500*
023600     MOVE SQRTAKC-RUN-NO TO SQRTDLV-RUN-NO
023700     MOVE SQRTAKC-EXTRACT-NO TO SQRTDLV-EXTRACT-NO
023800     READ SQRTDLV-FILE
023900         INVALID KEY
024000             ADD 1 TO AK-UNKNOWN-COUNT
024100             MOVE '*** NOT ON DELIVERY REGISTER'
024200                 TO AK-DET-RESULT
024300             PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT
024400             PERFORM 2900-READ-SQRTAKC THRU 2900-EXIT
024450             GO TO 2000-EXIT
024500     END-READ
024600*
024700     MOVE SQRTDLV-EXTRACT-NAME TO AK-DET-NAME
024800     MOVE SQRTDLV-COUNT TO AK-DET-SENT-COUNT-ED
024900     MOVE SQRTDLV-HASH TO AK-DET-SENT-HASH-ED
025000*
025100     IF NOT SQRTDLV-SENT
025200         ADD 1 TO AK-REPEAT-COUNT
025300     END-IF
025400*
025500     IF SQRTAKC-COUNT EQUAL SQRTDLV-COUNT
025600        AND SQRTAKC-HASH EQUAL SQRTDLV-HASH
025700         SET SQRTDLV-BALANCED TO TRUE
025800         ADD 1 TO AK-BALANCED-COUNT
025900         MOVE 'RECEIVED AND BALANCED' TO AK-DET-RESULT
026000     ELSE
026100         SET SQRTDLV-MISMATCH TO TRUE
026200         ADD 1 TO AK-MISMATCH-COUNT
026300         MOVE '*** RECEIVED WITH MISMATCH' TO AK-DET-RESULT
026400     END-IF
026500*
026600     MOVE AK-RUN-DATE TO SQRTDLV-ACK-DATE
026700     MOVE SQRTAKC-COUNT TO SQRTDLV-ACK-COUNT
026800     MOVE SQRTAKC-HASH TO SQRTDLV-ACK-HASH
026900     IF SQRTDLV-ACK-TIMES LESS THAN 999
027000         ADD 1 TO SQRTDLV-ACK-TIMES
027100     END-IF
027200*
027300     REWRITE SQRTDLV-RECORD
027400         INVALID KEY
027500             DISPLAY 'SQRTACK - SQRTDLV REWRITE FAILED FOR RUN '
027600                 SQRTDLV-RUN-NO ' EXTRACT ' SQRTDLV-EXTRACT-NO
027700                 ' STATUS ' AK-DLV-STATUS
027800     END-REWRITE
027900*
028000     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT
028100*
028400     PERFORM 2900-READ-SQRTAKC THRU 2900-EXIT.
028500*
028600 2000-EXIT.
028700     EXIT.
028800*
028900 2900-READ-SQRTAKC.
029000*
029100     READ SQRTAKC-FILE
029200         AT END
029300             SET AK-SQRTAKC-EOF TO TRUE
029400     END-READ.
029500*
029600 2900-EXIT.
029700     EXIT.
029800*
029900 3500-PRINT-DETAIL.
030000*
030100     IF AK-LINE-COUNT NOT LESS THAN AK-LINES-PER-PAGE
030200         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
030300     END-IF
030400*
030500     MOVE SPACES TO AK-PRINT-LINE
030600     STRING '  ' SQRTAKC-RUN-NO '  ' SQRTAKC-EXTRACT-NO
030700         '   ' AK-DET-NAME
030800         '  ' AK-DET-SENT-COUNT-ED '     ' AK-DET-ACK-COUNT-ED
030900         '  ' AK-DET-SENT-HASH-ED '  ' AK-DET-ACK-HASH-ED
031000         '  ' AK-DET-RESULT
031100         DELIMITED BY SIZE INTO AK-PRINT-LINE
031200     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
031300         AFTER ADVANCING 1 LINE
031400     ADD 1 TO AK-LINE-COUNT.
031500*
031600 3500-EXIT.
031700     EXIT.
031800*
031900*--------------------------------------------------------------*
032000*  4000-PRINT-TOTALS - CARDS READ AND THEIR OUTCOMES.           *
032100*--------------------------------------------------------------*
032200 4000-PRINT-TOTALS.
032300*
032400     MOVE SPACES TO AK-PRINT-LINE
032500     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
032600         AFTER ADVANCING 2 LINES
032700*
032800     MOVE AK-CARD-COUNT TO AK-COUNT-ED
032900     MOVE SPACES TO AK-PRINT-LINE
033000     STRING 'CARDS READ . . . . . . . . . ' AK-COUNT-ED
033100         DELIMITED BY SIZE INTO AK-PRINT-LINE
033200     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
033300         AFTER ADVANCING 1 LINE
033400*
033500     MOVE AK-BALANCED-COUNT TO AK-COUNT-ED
033600     MOVE SPACES TO AK-PRINT-LINE
033700     STRING 'RECEIVED AND BALANCED. . . . ' AK-COUNT-ED
033800         DELIMITED BY SIZE INTO AK-PRINT-LINE
033900     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
034000         AFTER ADVANCING 1 LINE
034100*
034200     MOVE AK-MISMATCH-COUNT TO AK-COUNT-ED
034300     MOVE SPACES TO AK-PRINT-LINE
034400     STRING 'RECEIVED WITH MISMATCH . . . ' AK-COUNT-ED
034500         DELIMITED BY SIZE INTO AK-PRINT-LINE
034600     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
034700         AFTER ADVANCING 1 LINE
034800*
034900     MOVE AK-REPEAT-COUNT TO AK-COUNT-ED
035000     MOVE SPACES TO AK-PRINT-LINE
035100     STRING 'REPLACING AN EARLIER RECEIPT ' AK-COUNT-ED
035200         DELIMITED BY SIZE INTO AK-PRINT-LINE
035300     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
035400         AFTER ADVANCING 1 LINE
035500*
035600     MOVE AK-UNKNOWN-COUNT TO AK-COUNT-ED
035700     MOVE SPACES TO AK-PRINT-LINE
035800     STRING 'NOT ON DELIVERY REGISTER . . ' AK-COUNT-ED
035900         DELIMITED BY SIZE INTO AK-PRINT-LINE
036000     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
036100         AFTER ADVANCING 1 LINE
036200*
036300     MOVE AK-INVALID-COUNT TO AK-COUNT-ED
036400     MOVE SPACES TO AK-PRINT-LINE
036500     STRING 'CARDS NOT NUMERIC. . . . . . ' AK-COUNT-ED
036600         DELIMITED BY SIZE INTO AK-PRINT-LINE
036700     WRITE SQRTAKR-RECORD FROM AK-PRINT-LINE
036800         AFTER ADVANCING 1 LINE.
036900*
037000 4000-EXIT.
037100     EXIT.
037200*
037300 9999-TERMINATE.
037400     STOP RUN.
