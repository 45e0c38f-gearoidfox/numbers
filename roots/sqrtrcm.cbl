002620*  ENDS THE STEP WITH RETURN CODE 8.  THIS JOB REGISTERS ITS    *
002630*  OWN USE WHILE IT RUNS; A LOCK LEFT BY AN ABEND IS CLEARED    *
002640*  WITH SQRTULK.                                                *
002650*                                                               *
002660*  EVERY REWRITE IS WRITTEN TO THE SQRTJNL MASTER CHANGE        *
002670*  JOURNAL WITH THE BEFORE AND AFTER IMAGES OF THE RECORD.      *
002676*  THE OPERATOR WHO SUBMITTED THE RECOMPUTE IS TAKEN FROM THE   *
002682*  SQRTRCO CARD.  WITHOUT A CARD NAMING ONE NOTHING IS          *
002688*  RECOMPUTED AND THE STEP ENDS WITH RETURN CODE 16 - NO        *
002694*  RECOMPUTE RUNS ANONYMOUSLY.                                  *
002700*--------------------------------------------------------------*
002800*
002900*--------------------------------------------------------------*
003220*                   SENTINEL SO THE RECOMPUTE CANNOT RUN        *
003230*                   AGAINST A MASTER SQRTBAT HAS OPEN, AND      *
003240*                   VICE VERSA.                                 *
003250*  15/10/2026  DOK  EVERY REWRITE IS JOURNALED ON SQRTJNL WITH  *
003260*                   BEFORE AND AFTER IMAGES; OPERATOR ID TAKEN  *
003270*                   FROM THE NEW OPTIONAL SQRTRCO CARD.         *
003277*  15/10/2026  DOK  THE SQRTRCO OPERATOR CARD IS NOW REQUIRED;  *
003284*                   WITHOUT AN OPERATOR ID THE RECOMPUTE IS     *
003291*                   REFUSED WITH RETURN CODE 16.                *
003292*  15/10/2026  DOK  THE SQRTJNL OPEN AND EVERY JOURNAL WRITE    *
003293*                   ARE NOW CHECKED.  A JOURNAL THAT WILL NOT   *
003294*                   OPEN ENDS THE STEP WITH RETURN CODE 16      *
003295*                   BEFORE THE MASTER IS TOUCHED; A FAILED      *
003296*                   WRITE IS REPORTED, COUNTED APART FROM THE   *
003297*                   ENTRIES WRITTEN AND ENDS THE STEP WITH      *
003298*                   RETURN CODE 8.                              *
003300*--------------------------------------------------------------*
003400*
003500 ENVIRONMENT DIVISION.
005020     SELECT SQRTLCK-FILE ASSIGN TO SQRTLCK
005030         ORGANIZATION IS SEQUENTIAL
005040         FILE STATUS IS RC-LCK-STATUS.
005050*
005060     SELECT SQRTJNL-FILE ASSIGN TO SQRTJNL
005070         ORGANIZATION IS SEQUENTIAL
005080         FILE STATUS IS RC-JNL-STATUS.
005090*
005091     SELECT SQRTRCO-FILE ASSIGN TO SQRTRCO
005092         ORGANIZATION IS SEQUENTIAL
005093         FILE STATUS IS RC-RCO-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
007950     05  SQRTLCK-HOLDER         PIC X(8).
007960     05  SQRTLCK-DATE           PIC 9(8).
007970     05  SQRTLCK-TIME           PIC 9(8).
007971*
007972 FD  SQRTJNL-FILE
007973     RECORDING MODE IS F.
007974 01  SQRTJNL-RECORD.
007975     05  SQRTJNL-DATE           PIC 9(8).
007976     05  SQRTJNL-TIME           PIC 9(8).
007977     05  SQRTJNL-PROGRAM        PIC X(8).
007978     05  SQRTJNL-ACTION         PIC X(01).
007979         88  SQRTJNL-DELETE              VALUE 'D'.
007980         88  SQRTJNL-RECOMPUTE           VALUE 'R'.
007981         88  SQRTJNL-PURGE               VALUE 'P'.
007982     05  SQRTJNL-OPERATOR       PIC X(8).
007983     05  SQRTJNL-APPROVER       PIC X(8).
007984     05  SQRTJNL-BEFORE-IMAGE   PIC X(89).
007985     05  SQRTJNL-AFTER-IMAGE    PIC X(89).
007986*
007987 FD  SQRTRCO-FILE
007988     RECORDING MODE IS F.
007989 01  SQRTRCO-RECORD.
007990     05  SQRTRCO-OPERATOR       PIC X(8).
008000*
008100 WORKING-STORAGE SECTION.
008200*
011581*    WHO HOLDS THE SENTINEL AS OF THE LAST READ - SPACES WHEN
011582*    THE FILE IS MISSING OR EMPTY (NO LOCK HELD).
011583 77  RC-LCK-READ-HOLDER        PIC X(8)  VALUE SPACES.
011584*
011585 77  RC-JNL-STATUS             PIC X(02) VALUE '00'.
011586     88  RC-JNL-STATUS-NOT-FOUND          VALUE '35'.
011588     88  RC-JNL-STATUS-OK                 VALUE '00'.
011590*
011592 77  RC-RCO-STATUS             PIC X(02) VALUE '00'.
011594     88  RC-RCO-STATUS-OK                 VALUE '00'.
011596*
011598 77  RC-OPERATOR               PIC X(8)  VALUE SPACES.
011600*
011700 77  RC-SQRTMST-EOF-SW         PIC X(01) VALUE 'N'.
011800     88  RC-SQRTMST-EOF                   VALUE 'Y'.
012200 77  RC-RECOMP-COUNT           PIC 9(8)  USAGE COMP VALUE ZERO.
012300 77  RC-MOVED-COUNT            PIC 9(8)  USAGE COMP VALUE ZERO.
012400 77  RC-FAILED-COUNT           PIC 9(8)  USAGE COMP VALUE ZERO.
012410 77  RC-JOURNAL-COUNT          PIC 9(8)  USAGE COMP VALUE ZERO.
012455 77  RC-JNL-FAILED-COUNT       PIC 9(8)  USAGE COMP VALUE ZERO.
012500*
012600 77  RC-PAGE-COUNT             PIC 9(4) USAGE COMP VALUE ZERO.
012700 77  RC-LINE-COUNT             PIC 9(2) USAGE COMP VALUE ZERO.
014260     PERFORM 0600-REGISTER-LOCK THRU 0600-EXIT
014270*
014300     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
014310     PERFORM 1300-READ-OPERATOR-CARD THRU 1300-EXIT
014311     IF RC-OPERATOR EQUAL SPACES
014312         DISPLAY 'SQRTRCM - NO OPERATOR ID ON THE SQRTRCO CARD - '
014313             'RECOMPUTE NOT RUN'
014314         PERFORM 0700-CLEAR-LOCK THRU 0700-EXIT
014315         MOVE 16 TO RETURN-CODE
014316         GO TO 9999-TERMINATE
014317     END-IF
014320     PERFORM 1600-OPEN-JOURNAL THRU 1600-EXIT
014400*
014500     OPEN OUTPUT SQRTRCR-FILE
014600     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
016400     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
016500*
016600     CLOSE SQRTRCR-FILE
016605     CLOSE SQRTJNL-FILE
016610*
016620     PERFORM 0700-CLEAR-LOCK THRU 0700-EXIT
016700*
019200*
019300 1200-EXIT.
019400     EXIT.
019401*
019403*--------------------------------------------------------------*
019404*  1300-READ-OPERATOR-CARD - THE SQRTRCO CARD NAMING THE        *
019405*  OPERATOR WHO SUBMITTED THE RECOMPUTE, FOR THE JOURNAL.  AN   *
019406*  ABSENT CARD LEAVES THE OPERATOR BLANK, WHICH THE MAINLINE    *
019407*  REFUSES.                                                     *
019409*--------------------------------------------------------------*
019411 1300-READ-OPERATOR-CARD.
019413*
019415     OPEN INPUT SQRTRCO-FILE
019417*
019419     IF RC-RCO-STATUS-OK
019421         READ SQRTRCO-FILE
019423             AT END
019425                 CONTINUE
019427         END-READ
019429         IF RC-RCO-STATUS-OK
019431             MOVE SQRTRCO-OPERATOR TO RC-OPERATOR
019433         END-IF
019435         CLOSE SQRTRCO-FILE
019437     END-IF.
019439*
019441 1300-EXIT.
019443     EXIT.
019445*
019447*--------------------------------------------------------------*
019448*  1600-OPEN-JOURNAL - OPEN THE MASTER CHANGE JOURNAL FOR       *
019449*  APPEND, CREATING IT IF NOTHING HAS BEEN JOURNALED YET.  A    *
019450*  JOURNAL THAT STILL WILL NOT OPEN ENDS THE STEP WITH RETURN   *
019451*  CODE 16 BEFORE THE MASTER IS OPENED - NO RECOMPUTE WITHOUT   *
019452*  A TRAIL.                                                     *
019453*--------------------------------------------------------------*
019455 1600-OPEN-JOURNAL.
019457*
019459     OPEN EXTEND SQRTJNL-FILE
019461*
019463     IF RC-JNL-STATUS-NOT-FOUND
019465         OPEN OUTPUT SQRTJNL-FILE
019467         CLOSE SQRTJNL-FILE
019469         OPEN EXTEND SQRTJNL-FILE
019471     END-IF
019473*
019475     IF NOT RC-JNL-STATUS-OK
019477         DISPLAY 'SQRTRCM - MASTER CHANGE JOURNAL (SQRTJNL) WILL '
019479             'NOT OPEN - STATUS ' RC-JNL-STATUS
019480             ' - RECOMPUTE NOT RUN'
019481         PERFORM 0700-CLEAR-LOCK THRU 0700-EXIT
019483         MOVE 16 TO RETURN-CODE
019485         GO TO 9999-TERMINATE
019487     END-IF.
019489*
019491 1600-EXIT.
019493     EXIT.
019500*
019600*--------------------------------------------------------------*
019700*  1000-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
027300*  COUNT AND THE TOLERANCE IT WAS JUDGED AGAINST, STAMPED       *
027400*  WITH TODAY'S DATE AND TIME.  HIT COUNT AND LAST-USED DATE    *
027500*  CARRY OVER UNTOUCHED.  A ROOT THAT MOVED IS REPORTED WITH    *
027600*  THE SIZE OF THE MOVE.  THE RECORD IS JOURNALED BEFORE AND    *
027610*  AFTER THE REWRITE.                                           *
027700*--------------------------------------------------------------*
027800 2200-REWRITE-ENTRY.
027900*
028000     ADD 1 TO RC-RECOMP-COUNT
028010     MOVE SQRTMST-RECORD TO SQRTJNL-BEFORE-IMAGE
028100*
028200     COMPUTE RC-DIFF = RC-R - RC-OLD-R
028300     IF RC-DIFF LESS THAN ZERO
029900         MOVE RC-TOLERANCE TO SQRTMST-TOLERANCE
030000     END-IF
030100*
030200     REWRITE SQRTMST-RECORD
030210*
030220     MOVE SQRTMST-RECORD TO SQRTJNL-AFTER-IMAGE
030230     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
030300*
030400 2200-EXIT.
030500     EXIT.
030503*
030507*--------------------------------------------------------------*
030509*  2300-WRITE-JOURNAL - ONE SQRTJNL ENTRY FOR THE REWRITE JUST  *
030511*  MADE.  THE CALLER HAS ALREADY SET BOTH IMAGES.  ONLY A       *
030513*  GOOD WRITE IS COUNTED AS WRITTEN - A FAILED ONE IS REPORTED  *
030515*  AND COUNTED APART, AND THE STEP ENDS WITH RETURN CODE 8 SO   *
030517*  THE GAP IN THE TRAIL IS SEEN.                                *
030519*--------------------------------------------------------------*
030523 2300-WRITE-JOURNAL.
030526*
030529     ACCEPT SQRTJNL-DATE FROM DATE YYYYMMDD
030532     ACCEPT SQRTJNL-TIME FROM TIME
030535     MOVE 'SQRTRCM ' TO SQRTJNL-PROGRAM
030538     SET SQRTJNL-RECOMPUTE TO TRUE
030541     MOVE RC-OPERATOR TO SQRTJNL-OPERATOR
030544     MOVE SPACES TO SQRTJNL-APPROVER
030547     WRITE SQRTJNL-RECORD
030550     IF RC-JNL-STATUS-OK
030553         ADD 1 TO RC-JOURNAL-COUNT
030556     ELSE
030559         ADD 1 TO RC-JNL-FAILED-COUNT
030562         DISPLAY 'SQRTRCM - JOURNAL WRITE FAILED - STATUS '
030565             RC-JNL-STATUS ' - RECOMPUTE OF ' SQRTMST-S ' DEGREE '
030568             SQRTMST-DEGREE ' NOT JOURNALED'
030571         MOVE 8 TO RETURN-CODE
030574     END-IF.
030577*
030580 2300-EXIT.
030583     EXIT.
030600*
030700*--------------------------------------------------------------*
030800*  2500-PRINT-MOVED - ONE REPORT LINE PER ROOT THAT MOVED,      *
040400         DELIMITED BY SIZE INTO RC-PRINT-LINE
040500     WRITE SQRTRCR-RECORD FROM RC-PRINT-LINE
040600         AFTER ADVANCING 1 LINE
040610*
040620     MOVE RC-JOURNAL-COUNT TO RC-COUNT-ED
040630     MOVE SPACES TO RC-PRINT-LINE
040640     STRING 'JOURNAL ENTRIES WRITTEN. . . ' RC-COUNT-ED
040650         DELIMITED BY SIZE INTO RC-PRINT-LINE
040660     WRITE SQRTRCR-RECORD FROM RC-PRINT-LINE
040670         AFTER ADVANCING 1 LINE
040673*
040676     MOVE RC-JNL-FAILED-COUNT TO RC-COUNT-ED
040679     MOVE SPACES TO RC-PRINT-LINE
040682     STRING 'JOURNAL WRITES FAILED. . . . ' RC-COUNT-ED
040685         DELIMITED BY SIZE INTO RC-PRINT-LINE
040688     WRITE SQRTRCR-RECORD FROM RC-PRINT-LINE
040691         AFTER ADVANCING 1 LINE
040700*
040800     IF RC-MOVED-COUNT EQUAL ZERO
040900        AND RC-FAILED-COUNT EQUAL ZERO
