000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTBKP.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTBKP                                                      *
001000*  NIGHTLY SQRTMST BACKUP.  UNLOADS THE ROOT-MASTER IN KEY      *
001100*  ORDER TO A SEQUENTIAL BACKUP GENERATION (SQRTBKU) SO A       *
001200*  DAMAGED MASTER CAN BE REBUILT BY SQRTRCV.  THE GENERATION    *
001300*  NUMBER COMES IN ON THE MANDATORY SQRTBKC CONTROL CARD, THE   *
001400*  WAY SQRTHCT NUMBERS THE SQRTHKP ARCHIVE, AND IS STAMPED ON   *
001500*  THE BACKUP HEADER WITH THE DATE AND TIME THE UNLOAD BEGAN -  *
001600*  THAT STAMP IS THE POINT SQRTRCV ROLLS FORWARD FROM.          *
001700*                                                               *
001800*  THE BACKUP IS HEADER, ONE DETAIL PER MASTER RECORD (THE      *
001900*  WHOLE RECORD IMAGE, SO HIT COUNTS AND LAST-USED DATES COME   *
002000*  BACK EXACTLY), AND A TRAILER CARRYING THE RECORD COUNT AND   *
002100*  A HASH TOTAL OF THE R VALUES.  THE HASH IS SIGNED - AN ODD-  *
002200*  DEGREE ROOT OF A NEGATIVE S IS NEGATIVE - AND HIGH-ORDER     *
002300*  OVERFLOW IS DROPPED, AS FOR THE SQRTOUT TRAILER HASH.        *
002400*                                                               *
002500*  THE SQRTLCK SENTINEL IS CHECKED FIRST; A MASTER HELD BY      *
002600*  ANOTHER PROGRAM ENDS THE STEP WITH RETURN CODE 8 RATHER      *
002700*  THAN UNLOAD A MASTER IN THE MIDDLE OF CHANGE.  THIS JOB      *
002800*  REGISTERS ITS OWN USE WHILE IT RUNS, THE WAY SQRTPRG DOES.   *
002900*  A MISSING CONTROL CARD ENDS THE STEP WITH RETURN CODE 8 -    *
003000*  AN UNNUMBERED GENERATION COULD NOT BE CHOSEN FOR RECOVERY.   *
003100*--------------------------------------------------------------*
003200*
003300*--------------------------------------------------------------*
003400*  MODIFICATION HISTORY                                        *
003500*  ----------------------------------------------------------  *
003600*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
003700*--------------------------------------------------------------*
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*
004300     SELECT SQRTMST-FILE ASSIGN TO SQRTMST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS SQRTMST-KEY
004700         FILE STATUS IS BK-MST-STATUS.
004800*
004900     SELECT SQRTBKU-FILE ASSIGN TO SQRTBKU
005000         ORGANIZATION IS SEQUENTIAL.
005100*
005200     SELECT SQRTBKC-FILE ASSIGN TO SQRTBKC
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS BK-BKC-STATUS.
005500*
005600     SELECT SQRTBKR-FILE ASSIGN TO SQRTBKR
005700         ORGANIZATION IS SEQUENTIAL.
005800*
005900     SELECT SQRTLCK-FILE ASSIGN TO SQRTLCK
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS BK-LCK-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500*
006600 FD  SQRTMST-FILE.
006700 01  SQRTMST-RECORD.
006800     05  SQRTMST-KEY.
006900         10  SQRTMST-S          PIC X(17).
007000         10  SQRTMST-DEGREE     PIC 9(2).
007100     05  SQRTMST-R              PIC S9(8)V9(09).
007200     05  SQRTMST-ITER           PIC 9(4).
007300     05  SQRTMST-DATE           PIC 9(8).
007400     05  SQRTMST-TIME           PIC 9(8).
007500     05  SQRTMST-TOLERANCE      PIC S9(8)V9(09).
007600     05  SQRTMST-HIT-COUNT      PIC 9(8).
007700     05  SQRTMST-LAST-USED      PIC 9(8).
007800*
007900 FD  SQRTBKU-FILE
008000     RECORDING MODE IS F.
008100 01  SQRTBKU-RECORD.
008200     05  SQRTBKU-REC-TYPE       PIC X(01).
008300     05  SQRTBKU-MST-IMAGE      PIC X(89).
008400 01  SQRTBKU-HDR-RECORD.
008500     05  SQRTBKU-HDR-TYPE       PIC X(01).
008600     05  SQRTBKU-HDR-GEN        PIC 9(4).
008700     05  SQRTBKU-HDR-DATE       PIC 9(8).
008800     05  SQRTBKU-HDR-TIME       PIC 9(8).
008900     05  FILLER                 PIC X(69).
009000 01  SQRTBKU-TRL-RECORD.
009100     05  SQRTBKU-TRL-TYPE       PIC X(01).
009200     05  SQRTBKU-TRL-COUNT      PIC 9(8).
009300     05  SQRTBKU-TRL-HASH       PIC S9(9)V9(9).
009400     05  FILLER                 PIC X(63).
009500*
009600 FD  SQRTBKC-FILE
009700     RECORDING MODE IS F.
009800 01  SQRTBKC-RECORD.
009900     05  SQRTBKC-BACKUP-GEN     PIC 9(4).
010000*
010100 FD  SQRTBKR-FILE
010200     RECORDING MODE IS F.
010300 01  SQRTBKR-RECORD              PIC X(80).
010400*
010500 FD  SQRTLCK-FILE
010600     RECORDING MODE IS F.
010700 01  SQRTLCK-RECORD.
010800     05  SQRTLCK-HOLDER         PIC X(8).
010900     05  SQRTLCK-DATE           PIC 9(8).
011000     05  SQRTLCK-TIME           PIC 9(8).
011100*
011200 WORKING-STORAGE SECTION.
011300*
011400 01  BK-PRINT-LINE               PIC X(80).
011500*
011600 77  BK-BACKUP-GEN               PIC 9(4)  VALUE ZERO.
011700 77  BK-START-DATE               PIC 9(8)  VALUE ZERO.
011800 77  BK-START-TIME               PIC 9(8)  VALUE ZERO.
011900*
012000 77  BK-RECORD-COUNT             PIC 9(8)  USAGE COMP VALUE ZERO.
012100 77  BK-HIT-TOTAL                PIC 9(10) USAGE COMP VALUE ZERO.
012200 77  BK-R-HASH                   PIC S9(9)V9(9) USAGE COMP
012300                                 VALUE ZERO.
012400*
012500 77  BK-MST-STATUS               PIC X(02) VALUE '00'.
012600     88  BK-MST-STATUS-NOT-FOUND          VALUE '35'.
012700*
012800 77  BK-BKC-STATUS               PIC X(02) VALUE '00'.
012900     88  BK-BKC-STATUS-OK                 VALUE '00'.
013000*
013100 77  BK-LCK-STATUS               PIC X(02) VALUE '00'.
013200     88  BK-LCK-STATUS-OK                 VALUE '00'.
013300*
013400 77  BK-MST-BUSY-SW              PIC X(01) VALUE 'N'.
013500     88  BK-MST-BUSY                      VALUE 'Y'.
013600     88  BK-MST-FREE                      VALUE 'N'.
013700*
013800 77  BK-CARD-SW                  PIC X(01) VALUE 'N'.
013900     88  BK-CARD-READ                     VALUE 'Y'.
014000*
014100*    WHO HOLDS THE SENTINEL AS OF THE LAST READ - SPACES WHEN
014200*    THE FILE IS MISSING OR EMPTY (NO LOCK HELD).
014300 77  BK-LCK-READ-HOLDER          PIC X(8)  VALUE SPACES.
014400*
014500 77  BK-SQRTMST-EOF-SW           PIC X(01) VALUE 'N'.
014600     88  BK-SQRTMST-EOF                   VALUE 'Y'.
014700*
014800 77  BK-RPT-GEN-ED               PIC 9(4).
014900 77  BK-RPT-COUNT-ED             PIC ZZZZZZZ9.
015000 77  BK-RPT-HITS-ED              PIC ZZZZZZZZZ9.
015100 77  BK-RPT-HASH-ED              PIC -9(9).9(9).
015200*
015300 PROCEDURE DIVISION.
015400*
015500 0000-MAINLINE.
015600*
015700     PERFORM 0500-CHECK-LOCK THRU 0500-EXIT
015800     IF BK-MST-BUSY
015900         MOVE 8 TO RETURN-CODE
016000         GO TO 9999-TERMINATE
016100     END-IF
016200*
016300     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT
016400     IF NOT BK-CARD-READ
016500         DISPLAY 'SQRTBKP - CONTROL CARD (SQRTBKC) MISSING - '
016600             'NO BACKUP TAKEN'
016700         MOVE 8 TO RETURN-CODE
016800         GO TO 9999-TERMINATE
016900     END-IF
017000*
017100     PERFORM 0600-REGISTER-LOCK THRU 0600-EXIT
017200*
017300     PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
017400     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
017500*
017600     PERFORM 0700-CLEAR-LOCK THRU 0700-EXIT
017700*
017800     GO TO 9999-TERMINATE.
017900*
018000*--------------------------------------------------------------*
018100*  0500-CHECK-LOCK - READ THE SQRTLCK SENTINEL.  A RECORD ON    *
018200*  IT MEANS SQRTBAT, SQRTMENU OR A MAINTENANCE JOB IS HOLDING   *
018300*  THE MASTER; THE UNLOAD MUST WAIT FOR A QUIET MASTER.  A      *
018400*  MISSING OR EMPTY SENTINEL MEANS THE MASTER IS FREE.          *
018500*--------------------------------------------------------------*
018600 0500-CHECK-LOCK.
018700*
018800     OPEN INPUT SQRTLCK-FILE
018900     IF BK-LCK-STATUS-OK
019000         READ SQRTLCK-FILE
019100             AT END
019200                 CONTINUE
019300         END-READ
019400         IF BK-LCK-STATUS-OK
019500             SET BK-MST-BUSY TO TRUE
019600             DISPLAY 'SQRTBKP - SQRTMST IN USE BY '
019700                 SQRTLCK-HOLDER ' SINCE ' SQRTLCK-DATE
019800                 ' ' SQRTLCK-TIME ' - BACKUP NOT TAKEN'
019900             DISPLAY 'SQRTBKP - IF THE LOCK IS STALE, CLEAR '
020000                 'IT WITH SQRTULK AND RESUBMIT'
020100         END-IF
020200         CLOSE SQRTLCK-FILE
020300     END-IF.
020400*
020500 0500-EXIT.
020600     EXIT.
020700*
020800*--------------------------------------------------------------*
020900*  0600-REGISTER-LOCK - STAMP THE SENTINEL WITH THIS JOB'S      *
021000*  NAME WHILE THE UNLOAD RUNS, SO SQRTPRG, SQRTRCM AND SQRTHKP  *
021100*  SEE THE MASTER IS HELD.  CLEARED AT NORMAL END; AN ABEND     *
021200*  LEAVES IT FOR SQRTULK.                                       *
021300*--------------------------------------------------------------*
021400 0600-REGISTER-LOCK.
021500*
021600     OPEN OUTPUT SQRTLCK-FILE
021700     MOVE 'SQRTBKP ' TO SQRTLCK-HOLDER
021800     ACCEPT SQRTLCK-DATE FROM DATE YYYYMMDD
021900     ACCEPT SQRTLCK-TIME FROM TIME
022000     WRITE SQRTLCK-RECORD
022100     CLOSE SQRTLCK-FILE.
022200*
022300 0600-EXIT.
022400     EXIT.
022500*
022600*--------------------------------------------------------------*
022700*  0700-CLEAR-LOCK - CLEAR THE SENTINEL ONLY WHEN THIS JOB IS   *
022800*  THE REGISTERED HOLDER; A LOCK ANOTHER PROGRAM WROTE IN THE   *
022900*  MEANTIME MUST SURVIVE THIS JOB'S END.                        *
023000*--------------------------------------------------------------*
023100 0700-CLEAR-LOCK.
023200*
023300     MOVE SPACES TO BK-LCK-READ-HOLDER
023400     OPEN INPUT SQRTLCK-FILE
023500     IF BK-LCK-STATUS-OK
023600         READ SQRTLCK-FILE
023700             AT END
023800                 CONTINUE
023900         END-READ
024000         IF BK-LCK-STATUS-OK
024100             MOVE SQRTLCK-HOLDER TO BK-LCK-READ-HOLDER
024200         END-IF
024300         CLOSE SQRTLCK-FILE
024400     END-IF
024500*
024600     IF BK-LCK-READ-HOLDER EQUAL 'SQRTBKP '
024700         OPEN OUTPUT SQRTLCK-FILE
024800         CLOSE SQRTLCK-FILE
024900     END-IF.
025000*
025100 0700-EXIT.
025200     EXIT.
025300*
025400*--------------------------------------------------------------*
025500*  1000-READ-CONTROL-CARD - THE SQRTBKC CARD CARRYING THE       *
025600*  GENERATION NUMBER BEING CUT THIS RUN.  MANDATORY.            *
025700*--------------------------------------------------------------*
025800 1000-READ-CONTROL-CARD.
025900*
026000     OPEN INPUT SQRTBKC-FILE
026100*
026200     IF BK-BKC-STATUS-OK
026300         READ SQRTBKC-FILE
026400             AT END
026500                 CONTINUE
026600         END-READ
026700         IF BK-BKC-STATUS-OK
026800            AND SQRTBKC-BACKUP-GEN NUMERIC
026900             MOVE SQRTBKC-BACKUP-GEN TO BK-BACKUP-GEN
027000             SET BK-CARD-READ TO TRUE
027100         END-IF
027200         CLOSE SQRTBKC-FILE
027300     END-IF.
027400*
027500 1000-EXIT.
027600     EXIT.
027700*
027800*--------------------------------------------------------------*
027900*  2000-UNLOAD-MASTER - HEADER, ONE DETAIL PER MASTER RECORD    *
028000*  IN KEY ORDER, THEN THE TRAILER.  A MISSING MASTER (NOTHING   *
028100*  STORED YET) STILL CUTS A VALID, EMPTY GENERATION SO THE      *
028200*  GENERATION SEQUENCE HAS NO HOLES.                            *
028300*--------------------------------------------------------------*
028400 2000-UNLOAD-MASTER.
028500*
028600     ACCEPT BK-START-DATE FROM DATE YYYYMMDD
028700     ACCEPT BK-START-TIME FROM TIME
028800*
028900     OPEN OUTPUT SQRTBKU-FILE
029000*
029100     MOVE SPACES TO SQRTBKU-HDR-RECORD
029200     MOVE 'H' TO SQRTBKU-HDR-TYPE
029300     MOVE BK-BACKUP-GEN TO SQRTBKU-HDR-GEN
029400     MOVE BK-START-DATE TO SQRTBKU-HDR-DATE
029500     MOVE BK-START-TIME TO SQRTBKU-HDR-TIME
029600     WRITE SQRTBKU-HDR-RECORD
029700*
029800     OPEN INPUT SQRTMST-FILE
029900     IF BK-MST-STATUS-NOT-FOUND
030000         DISPLAY 'SQRTBKP - ROOT MASTER (SQRTMST) NOT FOUND - '
030100             'EMPTY GENERATION WRITTEN'
030200         SET BK-SQRTMST-EOF TO TRUE
030300     ELSE
030400         PERFORM 2900-READ-SQRTMST THRU 2900-EXIT
030500     END-IF
030600*
030700     PERFORM 2100-UNLOAD-ONE-RECORD THRU 2100-EXIT
030800         UNTIL BK-SQRTMST-EOF
030900*
031000     IF NOT BK-MST-STATUS-NOT-FOUND
031100         CLOSE SQRTMST-FILE
031200     END-IF
031300*
031400     MOVE SPACES TO SQRTBKU-TRL-RECORD
031500     MOVE 'T' TO SQRTBKU-TRL-TYPE
031600     MOVE BK-RECORD-COUNT TO SQRTBKU-TRL-COUNT
031700     MOVE BK-R-HASH TO SQRTBKU-TRL-HASH
031800     WRITE SQRTBKU-TRL-RECORD
031900*
032000     CLOSE SQRTBKU-FILE.
032100*
032200 2000-EXIT.
032300     EXIT.
032400*
032500 2100-UNLOAD-ONE-RECORD.
032600*
032700     MOVE 'D' TO SQRTBKU-REC-TYPE
032800     MOVE SQRTMST-RECORD TO SQRTBKU-MST-IMAGE
032900     WRITE SQRTBKU-RECORD
033000*
033100     ADD 1 TO BK-RECORD-COUNT
033200     ADD SQRTMST-R TO BK-R-HASH
033300     ADD SQRTMST-HIT-COUNT TO BK-HIT-TOTAL
033400*
033500     PERFORM 2900-READ-SQRTMST THRU 2900-EXIT.
033600*
033700 2100-EXIT.
033800     EXIT.
033900*
034000 2900-READ-SQRTMST.
034100*
034200     READ SQRTMST-FILE
034300         AT END
034400             SET BK-SQRTMST-EOF TO TRUE
034500     END-READ.
034600*
034700 2900-EXIT.
034800     EXIT.
034900*
035000*--------------------------------------------------------------*
035100*  4000-PRINT-REPORT - BACKUP CONTROL REPORT (SQRTBKR).  THE    *
035200*  GENERATION, ITS ROLL-FORWARD POINT AND ITS CONTROL TOTALS    *
035300*  ARE WHAT THE OPERATOR NEEDS TO CHOOSE A GENERATION FOR       *
035400*  SQRTRCV AND TO CHECK THE RECOVERY REPORT AGAINST.            *
035500*--------------------------------------------------------------*
035600 4000-PRINT-REPORT.
035700*
035800     OPEN OUTPUT SQRTBKR-FILE
035900*
036000     MOVE '          SQRTMST BACKUP CONTROL REPORT'
036100         TO BK-PRINT-LINE
036200     WRITE SQRTBKR-RECORD FROM BK-PRINT-LINE
036300         AFTER ADVANCING PAGE
036400*
036500     MOVE SPACES TO BK-PRINT-LINE
036600     WRITE SQRTBKR-RECORD FROM BK-PRINT-LINE
036700         AFTER ADVANCING 1 LINE
036800*
036900     MOVE BK-BACKUP-GEN TO BK-RPT-GEN-ED
037000     MOVE SPACES TO BK-PRINT-LINE
037100     STRING 'BACKUP DATA SET. . . . . . . SQRTBKU GENERATION '
037200         BK-RPT-GEN-ED
037300         DELIMITED BY SIZE INTO BK-PRINT-LINE
037400     WRITE SQRTBKR-RECORD FROM BK-PRINT-LINE
037500         AFTER ADVANCING 1 LINE
037600*
037700     MOVE SPACES TO BK-PRINT-LINE
037800     STRING 'UNLOAD STARTED (DATE TIME) . ' BK-START-DATE
037900         ' ' BK-START-TIME
038000         DELIMITED BY SIZE INTO BK-PRINT-LINE
038100     WRITE SQRTBKR-RECORD FROM BK-PRINT-LINE
038200         AFTER ADVANCING 1 LINE
038300*
038400     MOVE SPACES TO BK-PRINT-LINE
038500     WRITE SQRTBKR-RECORD FROM BK-PRINT-LINE
038600         AFTER ADVANCING 1 LINE
038700*
038800     MOVE BK-RECORD-COUNT TO BK-RPT-COUNT-ED
038900     MOVE SPACES TO BK-PRINT-LINE
039000     STRING 'RECORDS UNLOADED . . . . . . ' BK-RPT-COUNT-ED
039100         DELIMITED BY SIZE INTO BK-PRINT-LINE
039200     WRITE SQRTBKR-RECORD FROM BK-PRINT-LINE
039300         AFTER ADVANCING 1 LINE
039400*
039500     MOVE BK-R-HASH TO BK-RPT-HASH-ED
039600     MOVE SPACES TO BK-PRINT-LINE
039700     STRING 'HASH TOTAL OF R. . . . . . . ' BK-RPT-HASH-ED
039800         DELIMITED BY SIZE INTO BK-PRINT-LINE
039900     WRITE SQRTBKR-RECORD FROM BK-PRINT-LINE
040000         AFTER ADVANCING 1 LINE
040100*
040200     MOVE BK-HIT-TOTAL TO BK-RPT-HITS-ED
040300     MOVE SPACES TO BK-PRINT-LINE
040400     STRING 'HIT COUNTS CARRIED . . . . . ' BK-RPT-HITS-ED
040500         DELIMITED BY SIZE INTO BK-PRINT-LINE
040600     WRITE SQRTBKR-RECORD FROM BK-PRINT-LINE
040700         AFTER ADVANCING 1 LINE
040800*
040900     CLOSE SQRTBKR-FILE
041000*
041100     DISPLAY 'SQRTBKP - GENERATION ' BK-RPT-GEN-ED
041200         ' WRITTEN, ' BK-RPT-COUNT-ED ' RECORDS'.
041300*
041400 4000-EXIT.
041500     EXIT.
041600*
041700 9999-TERMINATE.
041800     STOP RUN.
