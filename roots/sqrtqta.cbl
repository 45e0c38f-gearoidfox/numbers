000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTQTA.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTQTA                                                      *
001000*  MONTHLY DEPARTMENT QUOTA CHECK.  FINANCE SETS EACH           *
001100*  DEPARTMENT A MONTHLY ALLOWANCE, AND UNTIL NOW THE ONLY       *
001200*  SIGN THAT ONE WENT OVER WAS SQRTBIL'S INVOICE AT MONTH END.  *
001300*  THIS STEP RUNS AFTER SQRTGEN AND BEFORE SQRTBAT.  IT WORKS   *
001400*  OUT EACH DEPARTMENT'S MONTH-TO-DATE USAGE FROM SQRTLOG,      *
001500*  THEN READS THE CLEAN FILE (SQRTCLN) AND PASSES EACH REQUEST  *
001600*  TO THE QUOTA-CLEARED FILE (SQRTQCL) THAT SQRTBAT AND         *
001700*  SQRTBAL READ - UNLESS IT WOULD PUSH ITS DEPARTMENT OVER      *
001800*  THE MONTHLY LIMIT, IN WHICH CASE IT IS DIVERTED TO THE       *
001900*  HELD FILE (SQRTHLN) AND LISTED ON THE HELD-REQUEST REPORT    *
002000*  (SQRTQRP).                                                   *
002100*                                                               *
002200*  DEPARTMENTS AND LIMITS COME FROM THE SQRTQTF QUOTA CARDS,    *
002300*  ONE PER REQUESTER-ID PREFIX, THE SAME PREFIXES SQRTDST'S     *
002400*  SQRTRTE ROUTING CARDS USE.  A LIMIT IS EITHER A NUMBER OF    *
002500*  CALCULATIONS ('C') OR A COST ('A') PRICED AT THE SQRTRTC     *
002600*  RATES SQRTBIL BILLS AT.  A REQUEST WHOSE REQUESTER ID        *
002700*  MATCHES NO QUOTA CARD HAS NO LIMIT.  WHERE PREFIXES NEST,    *
002800*  THE LONGEST MATCHING PREFIX IS THE DEPARTMENT.  A COST       *
002900*  LIMIT WITH NO SQRTRTC RATE CARD ENDS THE STEP WITH RETURN    *
003000*  CODE 8 - A LIMIT MUST NEVER BE ENFORCED AT GUESSED RATES.    *
003100*                                                               *
003200*  THE COST OF A REQUEST NOT YET RUN IS THE BATCH RATE PLUS     *
003300*  THE ITERATION RATE TIMES THE DEPARTMENT'S MONTH-TO-DATE      *
003400*  AVERAGE ITERATIONS (THE WHOLE MONTH'S AVERAGE WHEN THE       *
003500*  DEPARTMENT HAS NO USAGE YET).                                *
003600*                                                               *
003700*  HOLDS CARRY FORWARD THE WAY SQRTFIX CARRIES REJECTS: THE     *
003800*  PREVIOUS RUN'S HELD FILE (SQRTHLD) IS READ FIRST, AND EVERY  *
003900*  HELD REQUEST MATCHED BY A SQRTRLS RELEASED-HOLDS CARD        *
004000*  (REQUESTER ID OR DEPARTMENT PREFIX, AND THE APPROVING        *
004100*  OPERATOR) IS PASSED TO SQRTQCL REGARDLESS OF QUOTA; THE      *
004200*  REST ARE CARRIED TO SQRTHLN UNCHANGED.  A RELEASE CARD       *
004300*  THAT MATCHES NO HELD REQUEST IS REPORTED.                    *
004400*                                                               *
004500*  SO THAT SQRTBAL CAN ACCOUNT FOR EVERY RECORD, THE STEP       *
004600*  WRITES ONE SQRTQTS SUMMARY RECORD CARRYING THE COUNT AND     *
004700*  S HASH TOTAL OF WHAT IT READ, PASSED, RELEASED, HELD AND     *
004800*  CARRIED, HASHED THE WAY SQRTBAT HASHES ITS FILES.            *
004900*--------------------------------------------------------------*
005000*
005100*--------------------------------------------------------------*
005200*  MODIFICATION HISTORY                                        *
005300*  ----------------------------------------------------------  *
005400*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
005416*  15/10/2026  DOK  CALLS SQRTSTP AT START AND END, SO THE      *
005432*                   STEP RUNS ONLY WHEN ITS PREDECESSOR IN      *
005448*                   THE STREAM COMPLETED CLEANLY FOR THE SAME   *
005464*                   RUN; A REFUSED START ENDS THE STEP WITH     *
005480*                   RETURN CODE 16.                             *
005483*  15/10/2026  DOK  THE SQRTGEN RANGE-CARD TAG ON CLEAN RECORDS *
005486*                   IS PASSED THROUGH TO SQRTQCL AND KEPT ON    *
005489*                   HELD REQUESTS, SO A RELEASED HOLD STILL     *
005492*                   CARRIES IT.  SQRTHLD/SQRTHLN WIDENED TO 60  *
005495*                   BYTES.                                      *
005500*--------------------------------------------------------------*
005600*
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000*
006100     SELECT SQRTCLN-FILE ASSIGN TO SQRTCLN
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS QT-CLN-STATUS.
006400*
006500     SELECT SQRTQTF-FILE ASSIGN TO SQRTQTF
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS QT-QTF-STATUS.
006800*
006900     SELECT SQRTRTC-FILE ASSIGN TO SQRTRTC
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS QT-RTC-STATUS.
007200*
007300     SELECT SQRTRLS-FILE ASSIGN TO SQRTRLS
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS QT-RLS-STATUS.
007600*
007700     SELECT SQRTCTL-FILE ASSIGN TO SQRTCTL
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS QT-CTL-STATUS.
008000*
008100     SELECT SQRTLOG-FILE ASSIGN TO SQRTLOG
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS QT-LOG-STATUS.
008400*
008500     SELECT SQRTHLD-FILE ASSIGN TO SQRTHLD
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS QT-HLD-STATUS.
008800*
008900     SELECT SQRTHLN-FILE ASSIGN TO SQRTHLN
009000         ORGANIZATION IS SEQUENTIAL.
009100*
009200     SELECT SQRTQCL-FILE ASSIGN TO SQRTQCL
009300         ORGANIZATION IS SEQUENTIAL.
009400*
009500     SELECT SQRTQTS-FILE ASSIGN TO SQRTQTS
009600         ORGANIZATION IS SEQUENTIAL.
009700*
009800     SELECT SQRTQRP-FILE ASSIGN TO SQRTQRP
009900         ORGANIZATION IS SEQUENTIAL.
010000*
010100 DATA DIVISION.
010200 FILE SECTION.
010300*
010400 FD  SQRTCLN-FILE
010500     RECORDING MODE IS F.
010600 01  SQRTCLN-RECORD.
010700     05  SQRTCLN-S              PIC S9(8)V9(09).
010800     05  SQRTCLN-S-X REDEFINES SQRTCLN-S
010900                                PIC X(17).
011000     05  SQRTCLN-DEGREE         PIC X(2).
011100     05  SQRTCLN-REQ-ID         PIC X(8).
011150     05  SQRTCLN-RANGE-TAG      PIC X(10).
011200*
011300 FD  SQRTQTF-FILE
011400     RECORDING MODE IS F.
011500 01  SQRTQTF-RECORD.
011600     05  SQRTQTF-PREFIX         PIC X(8).
011700     05  SQRTQTF-LIMIT-TYPE     PIC X(01).
011800         88  SQRTQTF-CALC-LIMIT          VALUE 'C'.
011900         88  SQRTQTF-COST-LIMIT          VALUE 'A'.
012000     05  SQRTQTF-LIMIT-CALCS    PIC 9(8).
012100     05  SQRTQTF-LIMIT-AMOUNT   PIC 9(7)V99.
012200*
012300 FD  SQRTRTC-FILE
012400     RECORDING MODE IS F.
012500 01  SQRTRTC-RECORD.
012600     05  SQRTRTC-BILL-MONTH     PIC 9(6).
012700     05  SQRTRTC-BATCH-RATE     PIC 9(4)V99.
012800     05  SQRTRTC-INTER-RATE     PIC 9(4)V99.
012900     05  SQRTRTC-ITER-RATE      PIC 9(4)V99.
013000*
013100 FD  SQRTRLS-FILE
013200     RECORDING MODE IS F.
013300 01  SQRTRLS-RECORD.
013400     05  SQRTRLS-PREFIX         PIC X(8).
013500     05  SQRTRLS-OPERATOR       PIC X(8).
013600*
013700 FD  SQRTCTL-FILE
013800     RECORDING MODE IS F.
013900 01  SQRTCTL-RECORD.
014000     05  SQRTCTL-TOLERANCE      PIC S9(8)V9(09).
014100     05  SQRTCTL-MAX-ITER       PIC 9(4).
014200     05  SQRTCTL-CKP-INTERVAL   PIC 9(4).
014300     05  SQRTCTL-RUN-NUMBER     PIC 9(6).
014400     05  SQRTCTL-REJ-THRESHOLD  PIC 9(6).
014500*
014600 FD  SQRTLOG-FILE
014700     RECORDING MODE IS F.
014800 01  SQRTLOG-RECORD.
014900     05  SQRTLOG-DATE           PIC 9(8).
015000     05  SQRTLOG-TIME           PIC 9(8).
015100     05  SQRTLOG-S              PIC S9(8)V9(09).
015200     05  SQRTLOG-R              PIC S9(8)V9(09).
015300     05  SQRTLOG-ITER           PIC 9(4).
015400     05  SQRTLOG-ORIGIN         PIC X(01).
015500     05  SQRTLOG-REQ-ID         PIC X(8).
015600     05  SQRTLOG-DEGREE         PIC 9(2).
015700     05  SQRTLOG-MST-ACTION     PIC X(01).
015800     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
015900*
016000*    HELD REQUEST - THE CLEAN-FILE CARD AS IT WAS DIVERTED,
016100*    WITH THE RUN AND DATE IT WAS FIRST HELD, THE DEPARTMENT
016200*    PREFIX WHOSE LIMIT HELD IT, AND WHICH LIMIT.
016233*    ANY SQRTGEN RANGE-CARD TAG RIDES ALONG, SO A RELEASED
016266*    HOLD STILL SHOWS WHICH RANGE CARD IT CAME FROM.
016300 FD  SQRTHLD-FILE
016400     RECORDING MODE IS F.
016500 01  SQRTHLD-RECORD.
016600     05  SQRTHLD-S              PIC S9(8)V9(09).
016700     05  SQRTHLD-S-X REDEFINES SQRTHLD-S
016800                                PIC X(17).
016900     05  SQRTHLD-DEGREE         PIC X(2).
017000     05  SQRTHLD-REQ-ID         PIC X(8).
017100     05  SQRTHLD-HELD-RUN       PIC 9(6).
017200     05  SQRTHLD-HELD-DATE      PIC 9(8).
017300     05  SQRTHLD-PREFIX         PIC X(8).
017400     05  SQRTHLD-LIMIT-TYPE     PIC X(01).
017450     05  SQRTHLD-RANGE-TAG      PIC X(10).
017500*
017600 FD  SQRTHLN-FILE
017700     RECORDING MODE IS F.
017800 01  SQRTHLN-RECORD             PIC X(60).
017900*
018000 FD  SQRTQCL-FILE
018100     RECORDING MODE IS F.
018200 01  SQRTQCL-RECORD.
018300     05  SQRTQCL-S-X            PIC X(17).
018400     05  SQRTQCL-DEGREE         PIC X(2).
018500     05  SQRTQCL-REQ-ID         PIC X(8).
018550     05  SQRTQCL-RANGE-TAG      PIC X(10).
018600*
018700 FD  SQRTQTS-FILE
018800     RECORDING MODE IS F.
018900 01  SQRTQTS-RECORD.
019000     05  SQRTQTS-RUN-NO         PIC 9(6).
019100     05  SQRTQTS-DATE           PIC 9(8).
019200     05  SQRTQTS-CLN-COUNT      PIC 9(8).
019300     05  SQRTQTS-CLN-HASH       PIC 9(9)V9(9).
019400     05  SQRTQTS-HLD-COUNT      PIC 9(8).
019500     05  SQRTQTS-HLD-HASH       PIC 9(9)V9(9).
019600     05  SQRTQTS-REL-COUNT      PIC 9(8).
019700     05  SQRTQTS-REL-HASH       PIC 9(9)V9(9).
019800     05  SQRTQTS-PASS-COUNT     PIC 9(8).
019900     05  SQRTQTS-PASS-HASH      PIC 9(9)V9(9).
020000     05  SQRTQTS-HELD-COUNT     PIC 9(8).
020100     05  SQRTQTS-HELD-HASH      PIC 9(9)V9(9).
020200     05  SQRTQTS-CARRY-COUNT    PIC 9(8).
020300     05  SQRTQTS-CARRY-HASH     PIC 9(9)V9(9).
020400*
020500 FD  SQRTQRP-FILE
020600     RECORDING MODE IS F.
020700 01  SQRTQRP-RECORD              PIC X(80).
020800*
020900 WORKING-STORAGE SECTION.
021000*
021100 01  QT-PRINT-LINE               PIC X(80).
021200*
021300 01  QT-RUN-DATE                 PIC 9(8).
021400 01  QT-RUN-DATE-X REDEFINES QT-RUN-DATE.
021500     05  QT-RUN-YYYYMM           PIC 9(6).
021600     05  QT-RUN-DD               PIC 9(2).
021700*
021800 01  QT-LOG-WORK-DATE            PIC 9(8).
021900 01  QT-LOG-WORK-DATE-X REDEFINES QT-LOG-WORK-DATE.
022000     05  QT-LOG-YYYYMM           PIC 9(6).
022100     05  QT-LOG-DD               PIC 9(2).
022200*
022300*    QUOTA TABLE, LOADED FROM SQRTQTF AT START OF RUN, WITH
022400*    EACH DEPARTMENT'S MONTH-TO-DATE USAGE AND THIS RUN'S
022500*    DISPOSITIONS.  THE PREFIX LENGTH IS RESOLVED ONCE AT
022600*    LOAD TIME, AS SQRTDST DOES FOR ITS ROUTING TABLE.
022700 01  QT-DEPT-TABLE.
022800     05  QT-DEPT-ENTRY OCCURS 100 TIMES.
022900         10  QT-DEPT-PREFIX     PIC X(8).
023000         10  QT-DEPT-PFX-BYTE REDEFINES QT-DEPT-PREFIX
023100                                PIC X(1) OCCURS 8 TIMES.
023200         10  QT-DEPT-LEN        PIC 9(2) USAGE COMP.
023300         10  QT-DEPT-LIMIT-TYPE PIC X(01).
023400         10  QT-DEPT-LIMIT-CALCS
023500                                PIC 9(8) USAGE COMP.
023600         10  QT-DEPT-LIMIT-AMT  PIC 9(7)V99 USAGE COMP.
023700         10  QT-DEPT-MTD-CALCS  PIC 9(8) USAGE COMP.
023800         10  QT-DEPT-MTD-ITER   PIC 9(9) USAGE COMP.
023900         10  QT-DEPT-USED-CALCS PIC 9(8) USAGE COMP.
024000         10  QT-DEPT-USED-COST  PIC 9(9)V99 USAGE COMP.
024100         10  QT-DEPT-PASSED     PIC 9(8) USAGE COMP.
024200         10  QT-DEPT-HELD       PIC 9(8) USAGE COMP.
024300*
024400 77  QT-DEPT-COUNT              PIC 9(4) USAGE COMP VALUE ZERO.
024500 77  QT-DEPT-MAX                PIC 9(4) USAGE COMP VALUE 100.
024600 77  QT-DEPT-X                  PIC 9(4) USAGE COMP.
024700 77  QT-DEPT-FOUND-X            PIC 9(4) USAGE COMP.
024800 77  QT-DEPT-FOUND-LEN          PIC 9(2) USAGE COMP.
024900 77  QT-BYTE-X                  PIC 9(2) USAGE COMP.
025000*
025100*    RELEASED-HOLDS CARDS, LOADED AT START OF RUN.
025200 01  QT-RLS-TABLE.
025300     05  QT-RLS-ENTRY OCCURS 200 TIMES.
025400         10  QT-RLS-PREFIX      PIC X(8).
025500         10  QT-RLS-PFX-BYTE REDEFINES QT-RLS-PREFIX
025600                                PIC X(1) OCCURS 8 TIMES.
025700         10  QT-RLS-LEN         PIC 9(2) USAGE COMP.
025800         10  QT-RLS-OPERATOR    PIC X(8).
025900         10  QT-RLS-USED        PIC 9(6) USAGE COMP.
026000*
026100 77  QT-RLS-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
026200 77  QT-RLS-MAX                 PIC 9(4) USAGE COMP VALUE 200.
026300 77  QT-RLS-X                   PIC 9(4) USAGE COMP.
026400 77  QT-RLS-FOUND-X             PIC 9(4) USAGE COMP.
026500*
026600*    THE REQUESTER ID BEING MATCHED, BYTE BY BYTE.
026700 01  QT-REQ-ID-BYTES.
026800     05  QT-REQ-ID-BYTE         PIC X(1) OCCURS 8 TIMES.
026900*
027000*    THE PREFIX BEING RESOLVED, BYTE BY BYTE.
027100 01  QT-PFX-WORK.
027200     05  QT-PFX-WORK-BYTE       PIC X(1) OCCURS 8 TIMES.
027300 77  QT-PFX-WORK-LEN            PIC 9(2) USAGE COMP.
027400*
027500 77  QT-MATCH-SW                PIC X(01).
027600     88  QT-PREFIX-MATCHES               VALUE 'Y'.
027700     88  QT-PREFIX-DIFFERS               VALUE 'N'.
027800*
027900 77  QT-COST-LIMITS-SW          PIC X(01) VALUE 'N'.
028000     88  QT-COST-LIMITS-PRESENT          VALUE 'Y'.
028100 77  QT-RATE-CARD-SW            PIC X(01) VALUE 'N'.
028200     88  QT-RATE-CARD-READ               VALUE 'Y'.
028300*
028400 77  QT-BATCH-RATE              PIC 9(4)V99 USAGE COMP
028500                                VALUE ZERO.
028600 77  QT-INTER-RATE              PIC 9(4)V99 USAGE COMP
028700                                VALUE ZERO.
028800 77  QT-ITER-RATE               PIC 9(4)V99 USAGE COMP
028900                                VALUE ZERO.
029000*
029100 77  QT-RUN-NUMBER              PIC 9(6) VALUE ZERO.
029200*
029300*    THE WHOLE MONTH'S LOG ACTIVITY, FOR THE FALLBACK AVERAGE.
029400 77  QT-MONTH-CALCS             PIC 9(8) USAGE COMP VALUE ZERO.
029500 77  QT-MONTH-ITER              PIC 9(9) USAGE COMP VALUE ZERO.
029600 77  QT-EST-ITER                PIC 9(4) USAGE COMP.
029700 77  QT-LOG-COST                PIC 9(7)V99 USAGE COMP.
029800 77  QT-EST-COST                PIC 9(7)V99 USAGE COMP.
029900*
030000 77  QT-HOLD-SW                 PIC X(01).
030100     88  QT-HOLD-REQUEST                 VALUE 'Y'.
030200     88  QT-PASS-REQUEST                 VALUE 'N'.
030300*
030400 77  QT-LOG-READ                PIC 9(8) USAGE COMP VALUE ZERO.
030500*
030600 77  QT-CLN-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
030700 77  QT-CLN-HASH                PIC 9(9)V9(9) USAGE COMP
030800                                VALUE ZERO.
030900 77  QT-HLD-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
031000 77  QT-HLD-HASH                PIC 9(9)V9(9) USAGE COMP
031100                                VALUE ZERO.
031200 77  QT-REL-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
031300 77  QT-REL-HASH                PIC 9(9)V9(9) USAGE COMP
031400                                VALUE ZERO.
031500 77  QT-PASS-COUNT              PIC 9(8) USAGE COMP VALUE ZERO.
031600 77  QT-PASS-HASH               PIC 9(9)V9(9) USAGE COMP
031700                                VALUE ZERO.
031800 77  QT-HELD-COUNT              PIC 9(8) USAGE COMP VALUE ZERO.
031900 77  QT-HELD-HASH               PIC 9(9)V9(9) USAGE COMP
032000                                VALUE ZERO.
032100 77  QT-CARRY-COUNT             PIC 9(8) USAGE COMP VALUE ZERO.
032200 77  QT-CARRY-HASH              PIC 9(9)V9(9) USAGE COMP
032300                                VALUE ZERO.
032400*
032500 77  QT-CLN-STATUS              PIC X(02) VALUE '00'.
032600     88  QT-CLN-STATUS-OK                 VALUE '00'.
032700 77  QT-QTF-STATUS              PIC X(02) VALUE '00'.
032800     88  QT-QTF-STATUS-OK                 VALUE '00'.
032900 77  QT-RTC-STATUS              PIC X(02) VALUE '00'.
033000     88  QT-RTC-STATUS-OK                 VALUE '00'.
033100 77  QT-RLS-STATUS              PIC X(02) VALUE '00'.
033200     88  QT-RLS-STATUS-OK                 VALUE '00'.
033300 77  QT-CTL-STATUS              PIC X(02) VALUE '00'.
033400     88  QT-CTL-STATUS-OK                 VALUE '00'.
033500 77  QT-LOG-STATUS              PIC X(02) VALUE '00'.
033600     88  QT-LOG-STATUS-OK                 VALUE '00'.
033700 77  QT-HLD-STATUS              PIC X(02) VALUE '00'.
033800     88  QT-HLD-STATUS-OK                 VALUE '00'.
033900*
034000 77  QT-SQRTQTF-EOF-SW          PIC X(01) VALUE 'N'.
034100     88  QT-SQRTQTF-EOF                  VALUE 'Y'.
034200 77  QT-SQRTRLS-EOF-SW          PIC X(01) VALUE 'N'.
034300     88  QT-SQRTRLS-EOF                  VALUE 'Y'.
034400 77  QT-SQRTLOG-EOF-SW          PIC X(01) VALUE 'N'.
034500     88  QT-SQRTLOG-EOF                  VALUE 'Y'.
034600 77  QT-SQRTHLD-EOF-SW          PIC X(01) VALUE 'N'.
034700     88  QT-SQRTHLD-EOF                  VALUE 'Y'.
034800 77  QT-SQRTCLN-EOF-SW          PIC X(01) VALUE 'N'.
034900     88  QT-SQRTCLN-EOF                  VALUE 'Y'.
035000*
035100 77  QT-PAGE-COUNT              PIC 9(4) USAGE COMP VALUE ZERO.
035200 77  QT-LINE-COUNT              PIC 9(2) USAGE COMP VALUE ZERO.
035300 77  QT-LINES-PER-PAGE          PIC 9(2) USAGE COMP VALUE 50.
035400*
035500 77  QT-DISPOSITION             PIC X(08).
035600 77  QT-REASON-TEXT             PIC X(10).
035700 77  QT-DET-PREFIX              PIC X(8).
035800 77  QT-DET-LIMIT-TYPE          PIC X(01).
035900*
036000 77  QT-HDG-PAGE-ED             PIC ZZZ9.
036100 77  QT-RPT-COUNT-ED            PIC ZZZZZZZ9.
036200 77  QT-RPT-AMT-ED              PIC ZZZZZZZZ9.99.
036300 77  QT-RPT-LIMIT-ED            PIC ZZZZZZZZ9.99.
036400 77  QT-RPT-CALCS-ED            PIC ZZZZZZZ9.
036500 77  QT-RPT-HELD-ED             PIC ZZZZZZZ9.
036600*
036611*    STEP-CONTROL CALL - SEE SQRTSTP.
036622 01  QT-STC-FUNCTION           PIC X(01).
036633 01  QT-STC-STEP               PIC X(8)  VALUE 'SQRTQTA '.
036644 01  QT-STC-RC                 PIC 9(2)  USAGE COMP.
036655 01  QT-STC-RESULT             PIC 9(2)  USAGE COMP.
036666 77  QT-STEP-SW                PIC X(01) VALUE 'N'.
036677     88  QT-STEP-STARTED                 VALUE 'Y'.
036688*
036700 PROCEDURE DIVISION.
036800*
036900 0000-MAINLINE.
037000*
037033     PERFORM 0100-BEGIN-STEP THRU 0100-EXIT
037066*
037100     ACCEPT QT-RUN-DATE FROM DATE YYYYMMDD
037200*
037300     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT
037400     PERFORM 1100-LOAD-QUOTAS THRU 1100-EXIT
037500*
037600     IF QT-COST-LIMITS-PRESENT
037700         PERFORM 1300-READ-RATE-CARD THRU 1300-EXIT
037800         IF NOT QT-RATE-CARD-READ
037900             DISPLAY 'SQRTQTA - COST QUOTAS SET BUT RATE CARD '
038000                 '(SQRTRTC) MISSING - QUOTA STEP NOT RUN'
038100             MOVE 8 TO RETURN-CODE
038200             GO TO 9999-TERMINATE
038300         END-IF
038400     END-IF
038500*
038600     PERFORM 1400-LOAD-RELEASES THRU 1400-EXIT
038700     PERFORM 2000-ACCUMULATE-LOG THRU 2000-EXIT
038800*
038900     OPEN OUTPUT SQRTQCL-FILE
039000     OPEN OUTPUT SQRTHLN-FILE
039100     OPEN OUTPUT SQRTQRP-FILE
039200     PERFORM 1800-PRINT-HEADINGS THRU 1800-EXIT
039300*
039400     PERFORM 3000-PROCESS-HELD THRU 3000-EXIT
039500     PERFORM 4000-PROCESS-CLEAN THRU 4000-EXIT
039600*
039700     PERFORM 5000-PRINT-DEPARTMENTS THRU 5000-EXIT
039800     PERFORM 5500-PRINT-UNUSED-RELEASES THRU 5500-EXIT
039900     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
040000     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
040100*
040200     CLOSE SQRTQCL-FILE
040300     CLOSE SQRTHLN-FILE
040400     CLOSE SQRTQRP-FILE
040500*
040600     GO TO 9999-TERMINATE.
040700*
040704*--------------------------------------------------------------*
040708*  0100-BEGIN-STEP - ASK SQRTSTP WHETHER THIS STEP MAY RUN      *
040712*  FOR THIS RUN NUMBER.  SQRTSTP HAS ALREADY TOLD THE           *
040716*  OPERATOR WHY A START IS REFUSED.                             *
040720*--------------------------------------------------------------*
040724 0100-BEGIN-STEP.
040728*
040732     MOVE 'B' TO QT-STC-FUNCTION
040736     MOVE ZERO TO QT-STC-RC
040740     CALL 'SQRTSTP' USING QT-STC-FUNCTION QT-STC-STEP
040744         QT-STC-RC QT-STC-RESULT
040748*
040752     IF QT-STC-RESULT NOT EQUAL ZERO
040756         MOVE 16 TO RETURN-CODE
040760         GO TO 9999-TERMINATE
040764     END-IF
040768*
040772     SET QT-STEP-STARTED TO TRUE.
040776*
040780 0100-EXIT.
040784     EXIT.
040788*
040800*--------------------------------------------------------------*
040900*  1000-READ-CONTROL-CARD - THE SQRTCTL CARD SQRTBAT READS.     *
041000*  ONLY THE RUN NUMBER IS USED, TO STAMP NEW HOLDS; ABSENT      *
041100*  MEANS ZERO.                                                  *
041200*--------------------------------------------------------------*
041300 1000-READ-CONTROL-CARD.
041400*
041500     OPEN INPUT SQRTCTL-FILE
041600*
041700     IF QT-CTL-STATUS-OK
041800         READ SQRTCTL-FILE
041900             AT END
042000                 CONTINUE
042100         END-READ
042200         IF QT-CTL-STATUS-OK
042300             IF SQRTCTL-RUN-NUMBER NUMERIC
042400                 MOVE SQRTCTL-RUN-NUMBER TO QT-RUN-NUMBER
042500             END-IF
042600         END-IF
042700         CLOSE SQRTCTL-FILE
042800     END-IF.
042900*
043000 1000-EXIT.
043100     EXIT.
043200*
043300*--------------------------------------------------------------*
043400*  1100-LOAD-QUOTAS - READ THE SQRTQTF QUOTA CARDS INTO THE     *
043500*  DEPARTMENT TABLE.  NO QUOTA FILE MEANS NO LIMITS THIS RUN -  *
043600*  EVERY REQUEST PASSES.  BAD CARDS AND DUPLICATE PREFIXES      *
043700*  ARE REPORTED AND IGNORED, AS SQRTDST TREATS ROUTING CARDS.   *
043800*--------------------------------------------------------------*
043900 1100-LOAD-QUOTAS.
044000*
044100     OPEN INPUT SQRTQTF-FILE
044200*
044300     IF NOT QT-QTF-STATUS-OK
044400         DISPLAY 'SQRTQTA - NO QUOTA FILE (SQRTQTF) - NO '
044500             'DEPARTMENT LIMITS APPLIED'
044600         GO TO 1100-EXIT
044700     END-IF
044800*
044900     PERFORM 1190-READ-SQRTQTF THRU 1190-EXIT
045000     PERFORM 1110-LOAD-ONE-QUOTA THRU 1110-EXIT
045100         UNTIL QT-SQRTQTF-EOF
045200*
045300     CLOSE SQRTQTF-FILE.
045400*
045500 1100-EXIT.
045600     EXIT.
045700*
045800 1110-LOAD-ONE-QUOTA.
045900*
046000     MOVE ZERO TO QT-DEPT-FOUND-X
046100     PERFORM 1120-CHECK-DUPLICATE THRU 1120-EXIT
046200         VARYING QT-DEPT-X FROM 1 BY 1
046300         UNTIL QT-DEPT-X GREATER THAN QT-DEPT-COUNT
046400            OR QT-DEPT-FOUND-X GREATER THAN ZERO
046500*
046600     EVALUATE TRUE
046700         WHEN QT-DEPT-COUNT NOT LESS THAN QT-DEPT-MAX
046800             DISPLAY 'SQRTQTA - QUOTA TABLE LIMIT EXCEEDED - '
046900                 'CARD FOR ' SQRTQTF-PREFIX ' IGNORED'
047000         WHEN SQRTQTF-PREFIX EQUAL SPACES
047100             DISPLAY 'SQRTQTA - BLANK PREFIX QUOTA CARD IGNORED'
047200         WHEN QT-DEPT-FOUND-X GREATER THAN ZERO
047300             DISPLAY 'SQRTQTA - DUPLICATE QUOTA CARD FOR '
047400                 SQRTQTF-PREFIX ' IGNORED'
047500         WHEN SQRTQTF-CALC-LIMIT
047600          AND SQRTQTF-LIMIT-CALCS NOT NUMERIC
047700             DISPLAY 'SQRTQTA - CALCULATION LIMIT NOT NUMERIC - '
047800                 'CARD FOR ' SQRTQTF-PREFIX ' IGNORED'
047900         WHEN SQRTQTF-COST-LIMIT
048000          AND SQRTQTF-LIMIT-AMOUNT NOT NUMERIC
048100             DISPLAY 'SQRTQTA - COST LIMIT NOT NUMERIC - '
048200                 'CARD FOR ' SQRTQTF-PREFIX ' IGNORED'
048300         WHEN NOT SQRTQTF-CALC-LIMIT
048400          AND NOT SQRTQTF-COST-LIMIT
048500             DISPLAY 'SQRTQTA - LIMIT TYPE NOT C OR A - '
048600                 'CARD FOR ' SQRTQTF-PREFIX ' IGNORED'
048700         WHEN OTHER
048800             PERFORM 1150-ADD-DEPARTMENT THRU 1150-EXIT
048900     END-EVALUATE
049000*
049100     PERFORM 1190-READ-SQRTQTF THRU 1190-EXIT.
049200*
049300 1110-EXIT.
049400     EXIT.
049500*
049600 1120-CHECK-DUPLICATE.
049700*
049800     IF QT-DEPT-PREFIX(QT-DEPT-X) EQUAL SQRTQTF-PREFIX
049900         MOVE QT-DEPT-X TO QT-DEPT-FOUND-X
050000     END-IF.
050100*
050200 1120-EXIT.
050300     EXIT.
050400*
050500 1150-ADD-DEPARTMENT.
050600*
050700     ADD 1 TO QT-DEPT-COUNT
050800     MOVE SQRTQTF-PREFIX TO QT-DEPT-PREFIX(QT-DEPT-COUNT)
050900     MOVE SQRTQTF-LIMIT-TYPE TO QT-DEPT-LIMIT-TYPE(QT-DEPT-COUNT)
051000     MOVE ZERO TO QT-DEPT-LIMIT-CALCS(QT-DEPT-COUNT)
051100     MOVE ZERO TO QT-DEPT-LIMIT-AMT(QT-DEPT-COUNT)
051200     IF SQRTQTF-CALC-LIMIT
051300         MOVE SQRTQTF-LIMIT-CALCS
051400             TO QT-DEPT-LIMIT-CALCS(QT-DEPT-COUNT)
051500     ELSE
051600         MOVE SQRTQTF-LIMIT-AMOUNT
051700             TO QT-DEPT-LIMIT-AMT(QT-DEPT-COUNT)
051800         SET QT-COST-LIMITS-PRESENT TO TRUE
051900     END-IF
052000     MOVE ZERO TO QT-DEPT-MTD-CALCS(QT-DEPT-COUNT)
052100     MOVE ZERO TO QT-DEPT-MTD-ITER(QT-DEPT-COUNT)
052200     MOVE ZERO TO QT-DEPT-USED-CALCS(QT-DEPT-COUNT)
052300     MOVE ZERO TO QT-DEPT-USED-COST(QT-DEPT-COUNT)
052400     MOVE ZERO TO QT-DEPT-PASSED(QT-DEPT-COUNT)
052500     MOVE ZERO TO QT-DEPT-HELD(QT-DEPT-COUNT)
052600*
052700     MOVE SQRTQTF-PREFIX TO QT-PFX-WORK
052800     PERFORM 1170-RESOLVE-PREFIX-LEN THRU 1170-EXIT
052900     MOVE QT-PFX-WORK-LEN TO QT-DEPT-LEN(QT-DEPT-COUNT).
053000*
053100 1150-EXIT.
053200     EXIT.
053300*
053400*--------------------------------------------------------------*
053500*  1170-RESOLVE-PREFIX-LEN - THE PREFIX IS THE LEADING NON-     *
053600*  BLANK CHARACTERS OF THE CARD COLUMN; REMEMBER WHERE THE      *
053700*  LAST ONE SITS SO THE MATCH COMPARES ONLY THAT MANY BYTES.    *
053800*  SAME RULE AS SQRTDST'S ROUTING PREFIXES.                     *
053900*--------------------------------------------------------------*
054000 1170-RESOLVE-PREFIX-LEN.
054100*
054200     MOVE ZERO TO QT-PFX-WORK-LEN
054300     PERFORM 1180-CHECK-ONE-BYTE THRU 1180-EXIT
054400         VARYING QT-BYTE-X FROM 1 BY 1
054500         UNTIL QT-BYTE-X GREATER THAN 8.
054600*
054700 1170-EXIT.
054800     EXIT.
054900*
055000 1180-CHECK-ONE-BYTE.
055100*
055200     IF QT-PFX-WORK-BYTE(QT-BYTE-X) NOT EQUAL SPACE
055300         MOVE QT-BYTE-X TO QT-PFX-WORK-LEN
055400     END-IF.
055500*
055600 1180-EXIT.
055700     EXIT.
055800*
055900 1190-READ-SQRTQTF.
056000*
056100     READ SQRTQTF-FILE
056200         AT END
056300             SET QT-SQRTQTF-EOF TO TRUE
056400     END-READ.
056500*
056600 1190-EXIT.
056700     EXIT.
056800*
056900*--------------------------------------------------------------*
057000*  1300-READ-RATE-CARD - THE SQRTRTC CARD SQRTBIL BILLS FROM.   *
057100*  NEEDED ONLY WHEN A COST LIMIT IS SET.  THE BILLING MONTH     *
057200*  ON THE CARD IS NOT USED - USAGE IS ALWAYS THE RUN MONTH.     *
057300*--------------------------------------------------------------*
057400 1300-READ-RATE-CARD.
057500*
057600     OPEN INPUT SQRTRTC-FILE
057700*
057800     IF QT-RTC-STATUS-OK
057900         READ SQRTRTC-FILE
058000             AT END
058100                 CONTINUE
058200         END-READ
058300         IF QT-RTC-STATUS-OK
058400             MOVE SQRTRTC-BATCH-RATE TO QT-BATCH-RATE
058500             MOVE SQRTRTC-INTER-RATE TO QT-INTER-RATE
058600             MOVE SQRTRTC-ITER-RATE TO QT-ITER-RATE
058700             SET QT-RATE-CARD-READ TO TRUE
058800         END-IF
058900         CLOSE SQRTRTC-FILE
059000     END-IF.
059100*
059200 1300-EXIT.
059300     EXIT.
059400*
059500*--------------------------------------------------------------*
059600*  1400-LOAD-RELEASES - READ THE OPTIONAL SQRTRLS RELEASED-     *
059700*  HOLDS CARDS.  EACH NAMES A REQUESTER ID OR A DEPARTMENT      *
059800*  PREFIX WHOSE HELD REQUESTS ARE APPROVED FOR THIS RUN, AND    *
059900*  THE OPERATOR WHO APPROVED THEM.                              *
060000*--------------------------------------------------------------*
060100 1400-LOAD-RELEASES.
060200*
060300     OPEN INPUT SQRTRLS-FILE
060400*
060500     IF NOT QT-RLS-STATUS-OK
060600         GO TO 1400-EXIT
060700     END-IF
060800*
060900     PERFORM 1490-READ-SQRTRLS THRU 1490-EXIT
061000     PERFORM 1410-LOAD-ONE-RELEASE THRU 1410-EXIT
061100         UNTIL QT-SQRTRLS-EOF
061200*
061300     CLOSE SQRTRLS-FILE.
061400*
061500 1400-EXIT.
061600     EXIT.
061700*
061800 1410-LOAD-ONE-RELEASE.
061900*
062000     EVALUATE TRUE
062100         WHEN QT-RLS-COUNT NOT LESS THAN QT-RLS-MAX
062200             DISPLAY 'SQRTQTA - RELEASE TABLE LIMIT EXCEEDED - '
062300                 'CARD FOR ' SQRTRLS-PREFIX ' IGNORED'
062400         WHEN SQRTRLS-PREFIX EQUAL SPACES
062500             DISPLAY 'SQRTQTA - BLANK RELEASE CARD IGNORED'
062600         WHEN OTHER
062700             ADD 1 TO QT-RLS-COUNT
062800             MOVE SQRTRLS-PREFIX TO QT-RLS-PREFIX(QT-RLS-COUNT)
062900             MOVE SQRTRLS-OPERATOR
063000                 TO QT-RLS-OPERATOR(QT-RLS-COUNT)
063100             MOVE ZERO TO QT-RLS-USED(QT-RLS-COUNT)
063200             MOVE SQRTRLS-PREFIX TO QT-PFX-WORK
063300             PERFORM 1170-RESOLVE-PREFIX-LEN THRU 1170-EXIT
063400             MOVE QT-PFX-WORK-LEN TO QT-RLS-LEN(QT-RLS-COUNT)
063500     END-EVALUATE
063600*
063700     PERFORM 1490-READ-SQRTRLS THRU 1490-EXIT.
063800*
063900 1410-EXIT.
064000     EXIT.
064100*
064200 1490-READ-SQRTRLS.
064300*
064400     READ SQRTRLS-FILE
064500         AT END
064600             SET QT-SQRTRLS-EOF TO TRUE
064700     END-READ.
064800*
064900 1490-EXIT.
065000     EXIT.
065100*
065200*--------------------------------------------------------------*
065300*  1800-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
065400*  CALLED AGAIN WHENEVER THE REPORT FILLS A PAGE.               *
065500*--------------------------------------------------------------*
065600 1800-PRINT-HEADINGS.
065700*
065800     ADD 1 TO QT-PAGE-COUNT
065900     MOVE QT-PAGE-COUNT TO QT-HDG-PAGE-ED
066000*
066100     MOVE SPACES TO QT-PRINT-LINE
066200     STRING '          QUOTA HELD-REQUEST REPORT - RUN '
066300         QT-RUN-NUMBER
066400         '      PAGE ' QT-HDG-PAGE-ED
066500         DELIMITED BY SIZE INTO QT-PRINT-LINE
066600     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
066700         AFTER ADVANCING PAGE
066800*
066900     MOVE SPACES TO QT-PRINT-LINE
067000     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
067100         AFTER ADVANCING 1 LINE
067200*
067300     MOVE SPACES TO QT-PRINT-LINE
067400     STRING '  DISP      REQ ID    S VALUE (RAW)     DEG  '
067500         'DEPT      LIMIT'
067600         DELIMITED BY SIZE INTO QT-PRINT-LINE
067700     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
067800         AFTER ADVANCING 1 LINE
067900*
068000     MOVE SPACES TO QT-PRINT-LINE
068100     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
068200         AFTER ADVANCING 1 LINE
068300*
068400     MOVE ZERO TO QT-LINE-COUNT.
068500*
068600 1800-EXIT.
068700     EXIT.
068800*
068900*--------------------------------------------------------------*
069000*  2000-ACCUMULATE-LOG - READ THE WHOLE LOG AND TALLY EVERY     *
069100*  RECORD IN THE RUN MONTH AGAINST ITS DEPARTMENT: COUNT,       *
069200*  ITERATIONS AND COST PRICED THE WAY SQRTBIL PRICES IT.  A     *
069300*  MISSING LOG MEANS NO USAGE YET THIS MONTH.                   *
069400*--------------------------------------------------------------*
069500 2000-ACCUMULATE-LOG.
069600*
069700     OPEN INPUT SQRTLOG-FILE
069800*
069900     IF NOT QT-LOG-STATUS-OK
070000         DISPLAY 'SQRTQTA - AUDIT LOG (SQRTLOG) NOT FOUND - '
070100             'NO MONTH-TO-DATE USAGE'
070200         GO TO 2000-EXIT
070300     END-IF
070400*
070500     PERFORM 2900-READ-SQRTLOG THRU 2900-EXIT
070600     PERFORM 2100-TALLY-ONE-RECORD THRU 2100-EXIT
070700         UNTIL QT-SQRTLOG-EOF
070800*
070900     CLOSE SQRTLOG-FILE.
071000*
071100 2000-EXIT.
071200     EXIT.
071300*
071400 2100-TALLY-ONE-RECORD.
071500*
071600     ADD 1 TO QT-LOG-READ
071700     MOVE SQRTLOG-DATE TO QT-LOG-WORK-DATE
071800*
071900     IF QT-LOG-YYYYMM NOT EQUAL QT-RUN-YYYYMM
072000         PERFORM 2900-READ-SQRTLOG THRU 2900-EXIT
072100         GO TO 2100-EXIT
072200     END-IF
072300*
072400     ADD 1 TO QT-MONTH-CALCS
072500     ADD SQRTLOG-ITER TO QT-MONTH-ITER
072600*
072700     MOVE SQRTLOG-REQ-ID TO QT-REQ-ID-BYTES
072800     PERFORM 2500-FIND-DEPARTMENT THRU 2500-EXIT
072900     IF QT-DEPT-FOUND-X EQUAL ZERO
073000         PERFORM 2900-READ-SQRTLOG THRU 2900-EXIT
073100         GO TO 2100-EXIT
073200     END-IF
073300*
073400     IF SQRTLOG-ORIGIN EQUAL 'I'
073500         COMPUTE QT-LOG-COST =
073600             QT-INTER-RATE + (SQRTLOG-ITER * QT-ITER-RATE)
073700     ELSE
073800         COMPUTE QT-LOG-COST =
073900             QT-BATCH-RATE + (SQRTLOG-ITER * QT-ITER-RATE)
074000     END-IF
074100*
074200     ADD 1 TO QT-DEPT-MTD-CALCS(QT-DEPT-FOUND-X)
074300     ADD SQRTLOG-ITER TO QT-DEPT-MTD-ITER(QT-DEPT-FOUND-X)
074400     ADD 1 TO QT-DEPT-USED-CALCS(QT-DEPT-FOUND-X)
074500     ADD QT-LOG-COST TO QT-DEPT-USED-COST(QT-DEPT-FOUND-X)
074600*
074700     PERFORM 2900-READ-SQRTLOG THRU 2900-EXIT.
074800*
074900 2100-EXIT.
075000     EXIT.
075100*
075200*--------------------------------------------------------------*
075300*  2500-FIND-DEPARTMENT - THE LONGEST QUOTA PREFIX MATCHING     *
075400*  THE REQUESTER ID IN QT-REQ-ID-BYTES.  ZERO WHEN NONE DOES.   *
075500*--------------------------------------------------------------*
075600 2500-FIND-DEPARTMENT.
075700*
075800     MOVE ZERO TO QT-DEPT-FOUND-X
075900     MOVE ZERO TO QT-DEPT-FOUND-LEN
076000     PERFORM 2510-MATCH-ONE-DEPT THRU 2510-EXIT
076100         VARYING QT-DEPT-X FROM 1 BY 1
076200         UNTIL QT-DEPT-X GREATER THAN QT-DEPT-COUNT.
076300*
076400 2500-EXIT.
076500     EXIT.
076600*
076700 2510-MATCH-ONE-DEPT.
076800*
076900     IF QT-DEPT-LEN(QT-DEPT-X) NOT GREATER THAN QT-DEPT-FOUND-LEN
077000         GO TO 2510-EXIT
077100     END-IF
077200*
077300     SET QT-PREFIX-MATCHES TO TRUE
077400     PERFORM 2520-COMPARE-DEPT-BYTE THRU 2520-EXIT
077500         VARYING QT-BYTE-X FROM 1 BY 1
077600         UNTIL QT-BYTE-X GREATER THAN QT-DEPT-LEN(QT-DEPT-X)
077700            OR QT-PREFIX-DIFFERS
077800*
077900     IF QT-PREFIX-MATCHES
078000         MOVE QT-DEPT-X TO QT-DEPT-FOUND-X
078100         MOVE QT-DEPT-LEN(QT-DEPT-X) TO QT-DEPT-FOUND-LEN
078200     END-IF.
078300*
078400 2510-EXIT.
078500     EXIT.
078600*
078700 2520-COMPARE-DEPT-BYTE.
078800*
078900     IF QT-REQ-ID-BYTE(QT-BYTE-X) NOT EQUAL
079000             QT-DEPT-PFX-BYTE(QT-DEPT-X QT-BYTE-X)
079100         SET QT-PREFIX-DIFFERS TO TRUE
079200     END-IF.
079300*
079400 2520-EXIT.
079500     EXIT.
079600*
079700*--------------------------------------------------------------*
079800*  2600-FIND-RELEASE - THE FIRST RELEASE CARD WHOSE PREFIX      *
079900*  MATCHES THE REQUESTER ID IN QT-REQ-ID-BYTES.  ZERO WHEN      *
080000*  NONE DOES.                                                   *
080100*--------------------------------------------------------------*
080200 2600-FIND-RELEASE.
080300*
080400     MOVE ZERO TO QT-RLS-FOUND-X
080500     PERFORM 2610-MATCH-ONE-RELEASE THRU 2610-EXIT
080600         VARYING QT-RLS-X FROM 1 BY 1
080700         UNTIL QT-RLS-X GREATER THAN QT-RLS-COUNT
080800            OR QT-RLS-FOUND-X GREATER THAN ZERO.
080900*
081000 2600-EXIT.
081100     EXIT.
081200*
081300 2610-MATCH-ONE-RELEASE.
081400*
081500     SET QT-PREFIX-MATCHES TO TRUE
081600     PERFORM 2620-COMPARE-RLS-BYTE THRU 2620-EXIT
081700         VARYING QT-BYTE-X FROM 1 BY 1
081800         UNTIL QT-BYTE-X GREATER THAN QT-RLS-LEN(QT-RLS-X)
081900            OR QT-PREFIX-DIFFERS
082000*
082100     IF QT-PREFIX-MATCHES
082200         MOVE QT-RLS-X TO QT-RLS-FOUND-X
082300     END-IF.
082400*
082500 2610-EXIT.
082600     EXIT.
082700*
082800 2620-COMPARE-RLS-BYTE.
082900*
083000     IF QT-REQ-ID-BYTE(QT-BYTE-X) NOT EQUAL
083100             QT-RLS-PFX-BYTE(QT-RLS-X QT-BYTE-X)
083200         SET QT-PREFIX-DIFFERS TO TRUE
083300     END-IF.
083400*
083500 2620-EXIT.
083600     EXIT.
083700*
083800*--------------------------------------------------------------*
083900*  2700-ESTIMATE-COST - PRICE ONE REQUEST NOT YET RUN FOR THE   *
084000*  DEPARTMENT AT QT-DEPT-FOUND-X: THE BATCH RATE PLUS THE       *
084100*  ITERATION RATE TIMES THE DEPARTMENT'S MONTH-TO-DATE          *
084200*  AVERAGE ITERATIONS, OR THE WHOLE MONTH'S AVERAGE WHEN THE    *
084300*  DEPARTMENT HAS NO USAGE YET.                                 *
084400*--------------------------------------------------------------*
084500 2700-ESTIMATE-COST.
084600*
084700     MOVE ZERO TO QT-EST-ITER
084800     IF QT-DEPT-MTD-CALCS(QT-DEPT-FOUND-X) GREATER THAN ZERO
084900         COMPUTE QT-EST-ITER ROUNDED =
085000             QT-DEPT-MTD-ITER(QT-DEPT-FOUND-X) /
085100             QT-DEPT-MTD-CALCS(QT-DEPT-FOUND-X)
085200     ELSE
085300         IF QT-MONTH-CALCS GREATER THAN ZERO
085400             COMPUTE QT-EST-ITER ROUNDED =
085500                 QT-MONTH-ITER / QT-MONTH-CALCS
085600         END-IF
085700     END-IF
085800*
085900     COMPUTE QT-EST-COST =
086000         QT-BATCH-RATE + (QT-EST-ITER * QT-ITER-RATE).
086100*
086200 2700-EXIT.
086300     EXIT.
086400*
086500 2900-READ-SQRTLOG.
086600*
086700     READ SQRTLOG-FILE
086800         AT END
086900             SET QT-SQRTLOG-EOF TO TRUE
087000     END-READ.
087100*
087200 2900-EXIT.
087300     EXIT.
087400*
087500*--------------------------------------------------------------*
087600*  3000-PROCESS-HELD - THE PREVIOUS RUN'S HELD FILE.  A HELD    *
087700*  REQUEST MATCHED BY A RELEASE CARD GOES TO SQRTQCL AND        *
087800*  COUNTS AGAINST ITS DEPARTMENT'S USAGE; THE REST ARE CARRIED  *
087900*  TO THE NEW HELD FILE UNCHANGED.  NO HELD FILE MEANS NOTHING  *
088000*  WAS HELD LAST RUN.                                           *
088100*--------------------------------------------------------------*
088200 3000-PROCESS-HELD.
088300*
088400     OPEN INPUT SQRTHLD-FILE
088500*
088600     IF NOT QT-HLD-STATUS-OK
088700         GO TO 3000-EXIT
088800     END-IF
088900*
089000     PERFORM 3900-READ-SQRTHLD THRU 3900-EXIT
089100     PERFORM 3100-DISPOSE-ONE-HELD THRU 3100-EXIT
089200         UNTIL QT-SQRTHLD-EOF
089300*
089400     CLOSE SQRTHLD-FILE.
089500*
089600 3000-EXIT.
089700     EXIT.
089800*
089900 3100-DISPOSE-ONE-HELD.
090000*
090100     ADD 1 TO QT-HLD-COUNT
090200     ADD SQRTHLD-S TO QT-HLD-HASH
090300*
090400     MOVE SQRTHLD-REQ-ID TO QT-REQ-ID-BYTES
090500     PERFORM 2600-FIND-RELEASE THRU 2600-EXIT
090600*
090700     MOVE SQRTHLD-PREFIX TO QT-DET-PREFIX
090800     MOVE SQRTHLD-LIMIT-TYPE TO QT-DET-LIMIT-TYPE
090900*
091000     IF QT-RLS-FOUND-X EQUAL ZERO
091100         WRITE SQRTHLN-RECORD FROM SQRTHLD-RECORD
091200         ADD 1 TO QT-CARRY-COUNT
091300         ADD SQRTHLD-S TO QT-CARRY-HASH
091400         MOVE 'CARRIED' TO QT-DISPOSITION
091500         PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT
091600         PERFORM 3900-READ-SQRTHLD THRU 3900-EXIT
091700         GO TO 3100-EXIT
091800     END-IF
091900*
092000     ADD 1 TO QT-RLS-USED(QT-RLS-FOUND-X)
092100     MOVE SQRTHLD-S-X TO SQRTQCL-S-X
092200     MOVE SQRTHLD-DEGREE TO SQRTQCL-DEGREE
092300     MOVE SQRTHLD-REQ-ID TO SQRTQCL-REQ-ID
092350     MOVE SQRTHLD-RANGE-TAG TO SQRTQCL-RANGE-TAG
092400     WRITE SQRTQCL-RECORD
092500     ADD 1 TO QT-REL-COUNT
092600     ADD SQRTHLD-S TO QT-REL-HASH
092700     ADD 1 TO QT-PASS-COUNT
092800     ADD SQRTHLD-S TO QT-PASS-HASH
092900*
093000     PERFORM 2500-FIND-DEPARTMENT THRU 2500-EXIT
093100     IF QT-DEPT-FOUND-X GREATER THAN ZERO
093200         PERFORM 2700-ESTIMATE-COST THRU 2700-EXIT
093300         ADD 1 TO QT-DEPT-USED-CALCS(QT-DEPT-FOUND-X)
093400         ADD QT-EST-COST TO QT-DEPT-USED-COST(QT-DEPT-FOUND-X)
093500         ADD 1 TO QT-DEPT-PASSED(QT-DEPT-FOUND-X)
093600     END-IF
093700*
093800     MOVE 'RELEASED' TO QT-DISPOSITION
093900     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT
094000*
094100     PERFORM 3900-READ-SQRTHLD THRU 3900-EXIT.
094200*
094300 3100-EXIT.
094400     EXIT.
094500*
094600*--------------------------------------------------------------*
094700*  3500-PRINT-DETAIL - ONE REPORT LINE FOR A REQUEST HELD,      *
094800*  RELEASED OR CARRIED.  THE CALLER SETS THE DISPOSITION, THE   *
094900*  DEPARTMENT PREFIX AND THE LIMIT TYPE; THE CARD FIELDS ARE    *
095000*  TAKEN FROM QT-REQ-ID-BYTES AND WHICHEVER INPUT IS CURRENT.   *
095100*--------------------------------------------------------------*
095200 3500-PRINT-DETAIL.
095300*
095400     IF QT-LINE-COUNT NOT LESS THAN QT-LINES-PER-PAGE
095500         PERFORM 1800-PRINT-HEADINGS THRU 1800-EXIT
095600     END-IF
095700*
095800     IF QT-DET-LIMIT-TYPE EQUAL 'A'
095900         MOVE 'COST' TO QT-REASON-TEXT
096000     ELSE
096100         MOVE 'CALCS' TO QT-REASON-TEXT
096200     END-IF
096300*
096400     MOVE SPACES TO QT-PRINT-LINE
096500     IF QT-DISPOSITION EQUAL 'HELD'
096600         STRING '  ' QT-DISPOSITION '  ' SQRTCLN-REQ-ID
096700             '  ' SQRTCLN-S-X '  ' SQRTCLN-DEGREE
096800             '   ' QT-DET-PREFIX '  ' QT-REASON-TEXT
096900             DELIMITED BY SIZE INTO QT-PRINT-LINE
097000     ELSE
097100         STRING '  ' QT-DISPOSITION '  ' SQRTHLD-REQ-ID
097200             '  ' SQRTHLD-S-X '  ' SQRTHLD-DEGREE
097300             '   ' QT-DET-PREFIX '  ' QT-REASON-TEXT
097400             DELIMITED BY SIZE INTO QT-PRINT-LINE
097500     END-IF
097600     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
097700         AFTER ADVANCING 1 LINE
097800     ADD 1 TO QT-LINE-COUNT
097900*
098000     IF QT-DISPOSITION EQUAL 'RELEASED'
098100         MOVE SPACES TO QT-PRINT-LINE
098200         STRING '            RELEASED BY '
098300             QT-RLS-OPERATOR(QT-RLS-FOUND-X)
098400             ' - FIRST HELD IN RUN ' SQRTHLD-HELD-RUN
098500             ' ON ' SQRTHLD-HELD-DATE
098600             DELIMITED BY SIZE INTO QT-PRINT-LINE
098700         WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
098800             AFTER ADVANCING 1 LINE
098900         ADD 1 TO QT-LINE-COUNT
099000     END-IF.
099100*
099200 3500-EXIT.
099300     EXIT.
099400*
099500 3900-READ-SQRTHLD.
099600*
099700     READ SQRTHLD-FILE
099800         AT END
099900             SET QT-SQRTHLD-EOF TO TRUE
100000     END-READ.
100100*
100200 3900-EXIT.
100300     EXIT.
100400*
100500*--------------------------------------------------------------*
100600*  4000-PROCESS-CLEAN - THIS RUN'S CLEAN FILE.  EACH REQUEST    *
100700*  IS CHARGED AGAINST ITS DEPARTMENT'S USAGE AND PASSED, OR     *
100800*  HELD WHEN IT WOULD TAKE THE DEPARTMENT OVER ITS LIMIT.       *
100900*--------------------------------------------------------------*
101000 4000-PROCESS-CLEAN.
101100*
101200     OPEN INPUT SQRTCLN-FILE
101300*
101400     IF NOT QT-CLN-STATUS-OK
101500         DISPLAY 'SQRTQTA - CLEAN FILE (SQRTCLN) NOT FOUND - '
101600             'NO NEW REQUESTS THIS RUN'
101700         GO TO 4000-EXIT
101800     END-IF
101900*
102000     PERFORM 4900-READ-SQRTCLN THRU 4900-EXIT
102100     PERFORM 4100-CHECK-ONE-REQUEST THRU 4100-EXIT
102200         UNTIL QT-SQRTCLN-EOF
102300*
102400     CLOSE SQRTCLN-FILE.
102500*
102600 4000-EXIT.
102700     EXIT.
102800*
102900 4100-CHECK-ONE-REQUEST.
103000*
103100     ADD 1 TO QT-CLN-COUNT
103200     ADD SQRTCLN-S TO QT-CLN-HASH
103300*
103400     MOVE SQRTCLN-REQ-ID TO QT-REQ-ID-BYTES
103500     PERFORM 2500-FIND-DEPARTMENT THRU 2500-EXIT
103600*
103700     SET QT-PASS-REQUEST TO TRUE
103800     IF QT-DEPT-FOUND-X GREATER THAN ZERO
103900         PERFORM 2700-ESTIMATE-COST THRU 2700-EXIT
104000         PERFORM 4200-TEST-LIMIT THRU 4200-EXIT
104100     END-IF
104200*
104300     IF QT-HOLD-REQUEST
104400         PERFORM 4500-HOLD-REQUEST THRU 4500-EXIT
104500         PERFORM 4900-READ-SQRTCLN THRU 4900-EXIT
104600         GO TO 4100-EXIT
104700     END-IF
104800*
104900     WRITE SQRTQCL-RECORD FROM SQRTCLN-RECORD
105000     ADD 1 TO QT-PASS-COUNT
105100     ADD SQRTCLN-S TO QT-PASS-HASH
105200*
105300     IF QT-DEPT-FOUND-X GREATER THAN ZERO
105400         ADD 1 TO QT-DEPT-USED-CALCS(QT-DEPT-FOUND-X)
105500         ADD QT-EST-COST TO QT-DEPT-USED-COST(QT-DEPT-FOUND-X)
105600         ADD 1 TO QT-DEPT-PASSED(QT-DEPT-FOUND-X)
105700     END-IF
105800*
105900     PERFORM 4900-READ-SQRTCLN THRU 4900-EXIT.
106000*
106100 4100-EXIT.
106200     EXIT.
106300*
106400*--------------------------------------------------------------*
106500*  4200-TEST-LIMIT - WOULD ONE MORE REQUEST TAKE THE            *
106600*  DEPARTMENT PAST ITS CALCULATION OR COST LIMIT?               *
106700*--------------------------------------------------------------*
106800 4200-TEST-LIMIT.
106900*
107000     IF QT-DEPT-LIMIT-TYPE(QT-DEPT-FOUND-X) EQUAL 'C'
107100         IF QT-DEPT-USED-CALCS(QT-DEPT-FOUND-X) + 1
107200                 GREATER THAN QT-DEPT-LIMIT-CALCS(QT-DEPT-FOUND-X)
107300             SET QT-HOLD-REQUEST TO TRUE
107400         END-IF
107500     ELSE
107600         IF QT-DEPT-USED-COST(QT-DEPT-FOUND-X) + QT-EST-COST
107700                 GREATER THAN QT-DEPT-LIMIT-AMT(QT-DEPT-FOUND-X)
107800             SET QT-HOLD-REQUEST TO TRUE
107900         END-IF
108000     END-IF.
108100*
108200 4200-EXIT.
108300     EXIT.
108400*
108500*--------------------------------------------------------------*
108600*  4500-HOLD-REQUEST - DIVERT THE CURRENT CLEAN RECORD TO THE   *
108700*  NEW HELD FILE, STAMPED WITH THIS RUN, AND LIST IT.           *
108800*--------------------------------------------------------------*
108900 4500-HOLD-REQUEST.
109000*
109100     MOVE SQRTCLN-S-X TO SQRTHLD-S-X
109200     MOVE SQRTCLN-DEGREE TO SQRTHLD-DEGREE
109300     MOVE SQRTCLN-REQ-ID TO SQRTHLD-REQ-ID
109350     MOVE SQRTCLN-RANGE-TAG TO SQRTHLD-RANGE-TAG
109400     MOVE QT-RUN-NUMBER TO SQRTHLD-HELD-RUN
109500     MOVE QT-RUN-DATE TO SQRTHLD-HELD-DATE
109600     MOVE QT-DEPT-PREFIX(QT-DEPT-FOUND-X) TO SQRTHLD-PREFIX
109700     MOVE QT-DEPT-LIMIT-TYPE(QT-DEPT-FOUND-X)
109800         TO SQRTHLD-LIMIT-TYPE
109900     WRITE SQRTHLN-RECORD FROM SQRTHLD-RECORD
110000*
110100     ADD 1 TO QT-HELD-COUNT
110200     ADD SQRTCLN-S TO QT-HELD-HASH
110300     ADD 1 TO QT-DEPT-HELD(QT-DEPT-FOUND-X)
110400*
110500     MOVE 'HELD' TO QT-DISPOSITION
110600     MOVE QT-DEPT-PREFIX(QT-DEPT-FOUND-X) TO QT-DET-PREFIX
110700     MOVE QT-DEPT-LIMIT-TYPE(QT-DEPT-FOUND-X)
110800         TO QT-DET-LIMIT-TYPE
110900     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT.
111000*
111100 4500-EXIT.
111200     EXIT.
111300*
111400 4900-READ-SQRTCLN.
111500*
111600     READ SQRTCLN-FILE
111700         AT END
111800             SET QT-SQRTCLN-EOF TO TRUE
111900     END-READ.
112000*
112100 4900-EXIT.
112200     EXIT.
112300*
112400*--------------------------------------------------------------*
112500*  5000-PRINT-DEPARTMENTS - ONE LINE PER DEPARTMENT: ITS        *
112600*  LIMIT, USAGE INCLUDING WHAT THIS RUN PASSED, AND HOW MANY    *
112700*  OF ITS REQUESTS THIS RUN HELD.                               *
112800*--------------------------------------------------------------*
112900 5000-PRINT-DEPARTMENTS.
113000*
113100     MOVE SPACES TO QT-PRINT-LINE
113200     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
113300         AFTER ADVANCING 2 LINES
113400*
113500     MOVE SPACES TO QT-PRINT-LINE
113600     STRING '  DEPT      TYPE         LIMIT      USED (INCL RUN)'
113700         '      HELD'
113800         DELIMITED BY SIZE INTO QT-PRINT-LINE
113900     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
114000         AFTER ADVANCING 1 LINE
114100*
114200     PERFORM 5100-PRINT-ONE-DEPT THRU 5100-EXIT
114300         VARYING QT-DEPT-X FROM 1 BY 1
114400         UNTIL QT-DEPT-X GREATER THAN QT-DEPT-COUNT.
114500*
114600 5000-EXIT.
114700     EXIT.
114800*
114900 5100-PRINT-ONE-DEPT.
115000*
115100     MOVE QT-DEPT-HELD(QT-DEPT-X) TO QT-RPT-HELD-ED
115200     MOVE SPACES TO QT-PRINT-LINE
115300*
115400     IF QT-DEPT-LIMIT-TYPE(QT-DEPT-X) EQUAL 'C'
115500         MOVE QT-DEPT-LIMIT-CALCS(QT-DEPT-X) TO QT-RPT-CALCS-ED
115600         MOVE QT-DEPT-USED-CALCS(QT-DEPT-X) TO QT-RPT-COUNT-ED
115700         STRING '  ' QT-DEPT-PREFIX(QT-DEPT-X) '  CALCS     '
115800             QT-RPT-CALCS-ED '         '
115900             QT-RPT-COUNT-ED '    ' QT-RPT-HELD-ED
116000             DELIMITED BY SIZE INTO QT-PRINT-LINE
116400     ELSE
116500         MOVE QT-DEPT-LIMIT-AMT(QT-DEPT-X) TO QT-RPT-LIMIT-ED
116600         MOVE QT-DEPT-USED-COST(QT-DEPT-X) TO QT-RPT-AMT-ED
116700         STRING '  ' QT-DEPT-PREFIX(QT-DEPT-X) '  COST  '
116800             QT-RPT-LIMIT-ED '   ' QT-RPT-AMT-ED
116900             '    ' QT-RPT-HELD-ED
117000             DELIMITED BY SIZE INTO QT-PRINT-LINE
117100     END-IF
117200*
117300     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
117400         AFTER ADVANCING 1 LINE.
117500*
117600 5100-EXIT.
117700     EXIT.
117800*
117900*--------------------------------------------------------------*
118000*  5500-PRINT-UNUSED-RELEASES - A RELEASE CARD THAT MATCHED NO  *
118100*  HELD REQUEST IS LISTED, AS SQRTFIX LISTS AN UNMATCHED        *
118200*  CORRECTION CARD, SO A MISKEYED RELEASE IS NOT MISTAKEN FOR   *
118300*  A DONE ONE.                                                  *
118400*--------------------------------------------------------------*
118500 5500-PRINT-UNUSED-RELEASES.
118600*
118700     PERFORM 5510-CHECK-ONE-RELEASE THRU 5510-EXIT
118800         VARYING QT-RLS-X FROM 1 BY 1
118900         UNTIL QT-RLS-X GREATER THAN QT-RLS-COUNT.
119000*
119100 5500-EXIT.
119200     EXIT.
119300*
119400 5510-CHECK-ONE-RELEASE.
119500*
119600     IF QT-RLS-USED(QT-RLS-X) EQUAL ZERO
119700         MOVE SPACES TO QT-PRINT-LINE
119800         STRING 'RELEASE CARD FOR ' QT-RLS-PREFIX(QT-RLS-X)
119900             ' BY ' QT-RLS-OPERATOR(QT-RLS-X)
120000             ' MATCHED NO HELD REQUEST'
120100             DELIMITED BY SIZE INTO QT-PRINT-LINE
120200         WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
120300             AFTER ADVANCING 1 LINE
120400         DISPLAY 'SQRTQTA - RELEASE CARD FOR '
120500             QT-RLS-PREFIX(QT-RLS-X) ' MATCHED NO HELD REQUEST'
120600     END-IF.
120700*
120800 5510-EXIT.
120900     EXIT.
121000*
121100*--------------------------------------------------------------*
121200*  6000-PRINT-TOTALS - THE RUN'S COUNTS.  HELD-IN EQUALS        *
121300*  RELEASED PLUS CARRIED, AND CLEAN READ PLUS RELEASED EQUALS   *
121400*  PASSED PLUS HELD; SQRTBAL PROVES BOTH FROM SQRTQTS.          *
121500*--------------------------------------------------------------*
121600 6000-PRINT-TOTALS.
121700*
121800     MOVE SPACES TO QT-PRINT-LINE
121900     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
122000         AFTER ADVANCING 2 LINES
122100*
122200     MOVE SPACES TO QT-PRINT-LINE
122300     STRING 'RUN DATE . . . . . . . . . . ' QT-RUN-DATE
122400         DELIMITED BY SIZE INTO QT-PRINT-LINE
122500     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
122600         AFTER ADVANCING 1 LINE
122700*
122800     MOVE QT-LOG-READ TO QT-RPT-COUNT-ED
122900     MOVE SPACES TO QT-PRINT-LINE
123000     STRING 'LOG RECORDS READ . . . . . . ' QT-RPT-COUNT-ED
123100         DELIMITED BY SIZE INTO QT-PRINT-LINE
123200     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
123300         AFTER ADVANCING 1 LINE
123400*
123500     MOVE QT-HLD-COUNT TO QT-RPT-COUNT-ED
123600     MOVE SPACES TO QT-PRINT-LINE
123700     STRING 'HELD FROM EARLIER RUNS . . . ' QT-RPT-COUNT-ED
123800         DELIMITED BY SIZE INTO QT-PRINT-LINE
123900     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
124000         AFTER ADVANCING 1 LINE
124100*
124200     MOVE QT-REL-COUNT TO QT-RPT-COUNT-ED
124300     MOVE SPACES TO QT-PRINT-LINE
124400     STRING '  RELEASED THIS RUN. . . . . ' QT-RPT-COUNT-ED
124500         DELIMITED BY SIZE INTO QT-PRINT-LINE
124600     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
124700         AFTER ADVANCING 1 LINE
124800*
124900     MOVE QT-CARRY-COUNT TO QT-RPT-COUNT-ED
125000     MOVE SPACES TO QT-PRINT-LINE
125100     STRING '  STILL HELD (CARRIED) . . . ' QT-RPT-COUNT-ED
125200         DELIMITED BY SIZE INTO QT-PRINT-LINE
125300     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
125400         AFTER ADVANCING 1 LINE
125500*
125600     MOVE QT-CLN-COUNT TO QT-RPT-COUNT-ED
125700     MOVE SPACES TO QT-PRINT-LINE
125800     STRING 'CLEAN RECORDS READ . . . . . ' QT-RPT-COUNT-ED
125900         DELIMITED BY SIZE INTO QT-PRINT-LINE
126000     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
126100         AFTER ADVANCING 1 LINE
126200*
126300     MOVE QT-HELD-COUNT TO QT-RPT-COUNT-ED
126400     MOVE SPACES TO QT-PRINT-LINE
126500     STRING '  HELD OVER QUOTA. . . . . . ' QT-RPT-COUNT-ED
126600         DELIMITED BY SIZE INTO QT-PRINT-LINE
126700     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
126800         AFTER ADVANCING 1 LINE
126900*
127000     MOVE QT-PASS-COUNT TO QT-RPT-COUNT-ED
127100     MOVE SPACES TO QT-PRINT-LINE
127200     STRING 'PASSED TO SQRTQCL. . . . . . ' QT-RPT-COUNT-ED
127300         DELIMITED BY SIZE INTO QT-PRINT-LINE
127400     WRITE SQRTQRP-RECORD FROM QT-PRINT-LINE
127500         AFTER ADVANCING 1 LINE.
127600*
127700 6000-EXIT.
127800     EXIT.
127900*
128000*--------------------------------------------------------------*
128100*  7000-WRITE-SUMMARY - THE SQRTQTS RECORD SQRTBAL BALANCES     *
128200*  AGAINST.                                                     *
128300*--------------------------------------------------------------*
128400 7000-WRITE-SUMMARY.
128500*
128600     OPEN OUTPUT SQRTQTS-FILE
128700     MOVE QT-RUN-NUMBER TO SQRTQTS-RUN-NO
128800     MOVE QT-RUN-DATE TO SQRTQTS-DATE
128900     MOVE QT-CLN-COUNT TO SQRTQTS-CLN-COUNT
129000     MOVE QT-CLN-HASH TO SQRTQTS-CLN-HASH
129100     MOVE QT-HLD-COUNT TO SQRTQTS-HLD-COUNT
129200     MOVE QT-HLD-HASH TO SQRTQTS-HLD-HASH
129300     MOVE QT-REL-COUNT TO SQRTQTS-REL-COUNT
129400     MOVE QT-REL-HASH TO SQRTQTS-REL-HASH
129500     MOVE QT-PASS-COUNT TO SQRTQTS-PASS-COUNT
129600     MOVE QT-PASS-HASH TO SQRTQTS-PASS-HASH
129700     MOVE QT-HELD-COUNT TO SQRTQTS-HELD-COUNT
129800     MOVE QT-HELD-HASH TO SQRTQTS-HELD-HASH
129900     MOVE QT-CARRY-COUNT TO SQRTQTS-CARRY-COUNT
130000     MOVE QT-CARRY-HASH TO SQRTQTS-CARRY-HASH
130100     WRITE SQRTQTS-RECORD
130200     CLOSE SQRTQTS-FILE.
130300*
130400 7000-EXIT.
130500     EXIT.
130600*
130605*--------------------------------------------------------------*
130610*  9900-END-STEP - RECORD THE STEP'S END AND FINAL RETURN       *
130615*  CODE ON SQRTSTC.  NOTHING IS RECORDED FOR A STEP THAT WAS    *
130620*  REFUSED AT START.                                            *
130625*--------------------------------------------------------------*
130630 9900-END-STEP.
130635*
130640     IF QT-STEP-STARTED
130645         MOVE 'E' TO QT-STC-FUNCTION
130650         MOVE RETURN-CODE TO QT-STC-RC
130655         CALL 'SQRTSTP' USING QT-STC-FUNCTION QT-STC-STEP
130660             QT-STC-RC QT-STC-RESULT
130665     END-IF.
130670*
130675 9900-EXIT.
130680     EXIT.
130685*
130700 9999-TERMINATE.
130750     PERFORM 9900-END-STEP THRU 9900-EXIT
130800     STOP RUN.
