000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTRCV.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTRCV                                                      *
001000*  SQRTMST FORWARD RECOVERY.  REBUILDS A DAMAGED OR LOST ROOT-  *
001100*  MASTER IN THREE PASSES:                                      *
001200*    1. RELOAD - THE CHOSEN SQRTBKP BACKUP GENERATION (SQRTBKU) *
001300*       IS LOADED INTO A FRESH MASTER AND ITS RECORD COUNT AND  *
001400*       R HASH ARE PROVED AGAINST THE BACKUP TRAILER.           *
001471*    2. ROLL FORWARD - SQRTLOG AND THE SQRTJNL MASTER CHANGE    *
001542*       JOURNAL ARE MERGED IN STAMP ORDER, AND EVERY MASTER     *
001613*       CHANGE STAMPED AT OR AFTER THE BACKUP'S UNLOAD STAMP IS *
001684*       REAPPLIED: AN 'A' (ROOT COMPUTED AND ADDED) IS INSERTED *
001755*       AGAIN, AN 'H' (MASTER HIT) BUMPS THE HIT COUNT AND      *
001826*       LAST-USED DATE, A JOURNALED DELETE (SQRTMNT) OR PURGE   *
001897*       (SQRTPRG) REMOVES THE ROOT AGAIN, AND A JOURNALED       *
001968*       RECOMPUTE (SQRTRCM) REWRITES ITS AFTER-IMAGE.  LOG      *
002039*       RECORDS WITH NO MASTER ACTION ARE PASSED OVER.          *
002110*    3. PROOF - THE REBUILT MASTER IS READ END TO END AND ITS   *
002181*       RECORD COUNT, R HASH AND HIT TOTAL MUST EQUAL THE       *
002252*       RELOADED FIGURES ADJUSTED FOR WHAT THE ROLL FORWARD     *
002323*       APPLIED.                                                *
002400*  A RECOVERY REPORT (SQRTRVP) SHOWS EVERY FIGURE FOR SIGN-OFF. *
002500*                                                               *
002600*  THE GENERATION TO RECOVER COMES ON THE MANDATORY SQRTRVC     *
002700*  CARD AND MUST MATCH THE GENERATION ON THE SQRTBKU HEADER, SO *
002800*  THE WRONG DATA SET MOUNTED UNDER THE DD IS CAUGHT BEFORE THE *
002900*  MASTER IS OVERWRITTEN.  THE MASTER IS HELD ON THE SQRTLCK    *
003000*  SENTINEL FOR THE WHOLE RUN AND IS ONLY RELEASED (THE LOCK    *
003100*  CLEARED) WHEN THE PROOF BALANCES.  ANY FAILURE ENDS THE STEP *
003200*  WITH RETURN CODE 12 AND THE LOCK LEFT IN PLACE, SO SQRTPRG,  *
003300*  SQRTRCM AND SQRTHKP CANNOT TOUCH AN UNPROVED MASTER; CLEAR   *
003400*  IT WITH SQRTULK ONLY AFTER THE FAILURE HAS BEEN RESOLVED.    *
003500*  A MASTER ALREADY HELD BY ANOTHER PROGRAM, OR A MISSING CARD, *
003600*  ENDS THE STEP WITH RETURN CODE 8 BEFORE ANYTHING IS TOUCHED. *
003700*                                                               *
003771*  SQRTLOG CARRIES WHAT SQRTBAT AND SQRTMENU DO TO THE MASTER;  *
003842*  SQRTJNL CARRIES THE OPERATOR DELETES (SQRTMNT), PURGES       *
003913*  (SQRTPRG) AND RECOMPUTES (SQRTRCM).  A MISSING SQRTJNL IS    *
003984*  TAKEN TO MEAN NO MASTER MAINTENANCE SINCE THE BACKUP.  A     *
004055*  MASTER THAT WILL NOT OPEN FOR THE ROLL FORWARD ENDS THE STEP *
004126*  WITH RETURN CODE 16 AND THE LOCK LEFT IN PLACE.              *
004200*--------------------------------------------------------------*
004300*
004400*--------------------------------------------------------------*
004500*  MODIFICATION HISTORY                                        *
004600*  ----------------------------------------------------------  *
004700*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
004714*  15/10/2026  DOK  SQRTJNL DELETES, PURGES AND RECOMPUTES ARE  *
004728*                   ROLLED FORWARD, MERGED WITH SQRTLOG IN      *
004742*                   STAMP ORDER, AND PROVED.  A HIT IS COUNTED  *
004756*                   ONLY WHEN ITS REWRITE SUCCEEDS.  A MASTER   *
004770*                   THAT WILL NOT OPEN FOR THE ROLL FORWARD     *
004784*                   ENDS THE STEP WITH RETURN CODE 16.          *
004800*--------------------------------------------------------------*
004900*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*
005400     SELECT SQRTBKU-FILE ASSIGN TO SQRTBKU
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS RV-BKU-STATUS.
005700*
005800     SELECT SQRTRVC-FILE ASSIGN TO SQRTRVC
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS RV-RVC-STATUS.
006100*
006200     SELECT SQRTMST-FILE ASSIGN TO SQRTMST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS SQRTMST-KEY
006600         FILE STATUS IS RV-MST-STATUS.
006700*
006800     SELECT SQRTLOG-FILE ASSIGN TO SQRTLOG
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS RV-LOG-STATUS.
007020*
007040     SELECT SQRTJNL-FILE ASSIGN TO SQRTJNL
007060         ORGANIZATION IS SEQUENTIAL
007080         FILE STATUS IS RV-JNL-STATUS.
007100*
007200     SELECT SQRTRVP-FILE ASSIGN TO SQRTRVP
007300         ORGANIZATION IS SEQUENTIAL.
007400*
007500     SELECT SQRTLCK-FILE ASSIGN TO SQRTLCK
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS RV-LCK-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100*
008200 FD  SQRTBKU-FILE
008300     RECORDING MODE IS F.
008400 01  SQRTBKU-RECORD.
008500     05  SQRTBKU-REC-TYPE       PIC X(01).
008600         88  SQRTBKU-HEADER              VALUE 'H'.
008700         88  SQRTBKU-DETAIL              VALUE 'D'.
008800         88  SQRTBKU-TRAILER             VALUE 'T'.
008900     05  SQRTBKU-MST-IMAGE      PIC X(89).
009000 01  SQRTBKU-HDR-RECORD.
009100     05  SQRTBKU-HDR-TYPE       PIC X(01).
009200     05  SQRTBKU-HDR-GEN        PIC 9(4).
009300     05  SQRTBKU-HDR-DATE       PIC 9(8).
009400     05  SQRTBKU-HDR-TIME       PIC 9(8).
009500     05  FILLER                 PIC X(69).
009600 01  SQRTBKU-TRL-RECORD.
009700     05  SQRTBKU-TRL-TYPE       PIC X(01).
009800     05  SQRTBKU-TRL-COUNT      PIC 9(8).
009900     05  SQRTBKU-TRL-HASH       PIC S9(9)V9(9).
010000     05  FILLER                 PIC X(63).
010100*
010200 FD  SQRTRVC-FILE
010300     RECORDING MODE IS F.
010400 01  SQRTRVC-RECORD.
010500     05  SQRTRVC-BACKUP-GEN     PIC 9(4).
010600*
010700 FD  SQRTMST-FILE.
010800 01  SQRTMST-RECORD.
010900     05  SQRTMST-KEY.
011000         10  SQRTMST-S          PIC X(17).
011100         10  SQRTMST-DEGREE     PIC 9(2).
011200     05  SQRTMST-R              PIC S9(8)V9(09).
011300     05  SQRTMST-ITER           PIC 9(4).
011400     05  SQRTMST-DATE           PIC 9(8).
011500     05  SQRTMST-TIME           PIC 9(8).
011600     05  SQRTMST-TOLERANCE      PIC S9(8)V9(09).
011700     05  SQRTMST-HIT-COUNT      PIC 9(8).
011800     05  SQRTMST-LAST-USED      PIC 9(8).
011900*
012000 FD  SQRTLOG-FILE
012100     RECORDING MODE IS F.
012200 01  SQRTLOG-RECORD.
012300     05  SQRTLOG-STAMP.
012400         10  SQRTLOG-DATE       PIC 9(8).
012500         10  SQRTLOG-TIME       PIC 9(8).
012600     05  SQRTLOG-S              PIC S9(8)V9(09).
012700     05  SQRTLOG-S-X REDEFINES SQRTLOG-S
012800                                PIC X(17).
012900     05  SQRTLOG-R              PIC S9(8)V9(09).
013000     05  SQRTLOG-ITER           PIC 9(4).
013100     05  SQRTLOG-ORIGIN         PIC X(01).
013200     05  SQRTLOG-REQ-ID         PIC X(8).
013300     05  SQRTLOG-DEGREE         PIC 9(2).
013400     05  SQRTLOG-MST-ACTION     PIC X(01).
013500         88  SQRTLOG-MST-HIT             VALUE 'H'.
013600         88  SQRTLOG-MST-ADDED           VALUE 'A'.
013700     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
013705*
013710 FD  SQRTJNL-FILE
013715     RECORDING MODE IS F.
013720 01  SQRTJNL-RECORD.
013725     05  SQRTJNL-STAMP.
013730         10  SQRTJNL-DATE       PIC 9(8).
013735         10  SQRTJNL-TIME       PIC 9(8).
013740     05  SQRTJNL-PROGRAM        PIC X(8).
013745     05  SQRTJNL-ACTION         PIC X(01).
013750         88  SQRTJNL-DELETE              VALUE 'D'.
013755         88  SQRTJNL-RECOMPUTE           VALUE 'R'.
013760         88  SQRTJNL-PURGE               VALUE 'P'.
013765     05  SQRTJNL-OPERATOR       PIC X(8).
013770     05  SQRTJNL-APPROVER       PIC X(8).
013775     05  SQRTJNL-BEFORE-IMAGE   PIC X(89).
013780     05  SQRTJNL-AFTER-IMAGE    PIC X(89).
013800*
013900 FD  SQRTRVP-FILE
014000     RECORDING MODE IS F.
014100 01  SQRTRVP-RECORD              PIC X(80).
014200*
014300 FD  SQRTLCK-FILE
014400     RECORDING MODE IS F.
014500 01  SQRTLCK-RECORD.
014600     05  SQRTLCK-HOLDER         PIC X(8).
014700     05  SQRTLCK-DATE           PIC 9(8).
014800     05  SQRTLCK-TIME           PIC 9(8).
014900*
015000 WORKING-STORAGE SECTION.
015100*
015200 01  RV-PRINT-LINE               PIC X(80).
015300*
015380*    THE BACKUP'S UNLOAD STAMP - EVERY LOG RECORD AND JOURNAL
015460*    ENTRY STAMPED AT OR AFTER IT IS ROLLED FORWARD.  COMPARED AS
015540*    ONE FIELD AGAINST SQRTLOG-STAMP AND SQRTJNL-STAMP, DATE THEN
015620*    TIME.
015700 01  RV-BACKUP-STAMP.
015800     05  RV-BACKUP-DATE          PIC 9(8)  VALUE ZERO.
015900     05  RV-BACKUP-TIME          PIC 9(8)  VALUE ZERO.
016000*
016100 77  RV-CARD-GEN                 PIC 9(4)  VALUE ZERO.
016200 77  RV-BACKUP-GEN               PIC 9(4)  VALUE ZERO.
016300*
016400*    PASS 1 - RELOAD FIGURES, AND THE TRAILER THEY MUST MATCH.
016500 77  RV-RELOAD-COUNT             PIC 9(8)  USAGE COMP VALUE ZERO.
016600 77  RV-RELOAD-HASH              PIC S9(9)V9(9) USAGE COMP
016700                                 VALUE ZERO.
016800 77  RV-RELOAD-HITS              PIC 9(10) USAGE COMP VALUE ZERO.
016900 77  RV-RELOAD-REJECTS           PIC 9(8)  USAGE COMP VALUE ZERO.
017000 77  RV-TRL-COUNT                PIC 9(8)  USAGE COMP VALUE ZERO.
017100 77  RV-TRL-HASH                 PIC S9(9)V9(9) USAGE COMP
017200                                 VALUE ZERO.
017300*
017400*    PASS 2 - ROLL-FORWARD DISPOSITIONS.
017500 77  RV-LOG-READ                 PIC 9(8)  USAGE COMP VALUE ZERO.
017600 77  RV-LOG-BEFORE               PIC 9(8)  USAGE COMP VALUE ZERO.
017700 77  RV-LOG-NO-ACTION            PIC 9(8)  USAGE COMP VALUE ZERO.
017800 77  RV-INS-APPLIED              PIC 9(8)  USAGE COMP VALUE ZERO.
017900 77  RV-INS-PRESENT              PIC 9(8)  USAGE COMP VALUE ZERO.
018000 77  RV-HIT-APPLIED              PIC 9(8)  USAGE COMP VALUE ZERO.
018100 77  RV-HIT-MISSING              PIC 9(8)  USAGE COMP VALUE ZERO.
018150 77  RV-HIT-FAILED               PIC 9(8)  USAGE COMP VALUE ZERO.
018200 77  RV-INS-HASH                 PIC S9(9)V9(9) USAGE COMP
018300                                 VALUE ZERO.
018304*
018308*    PASS 2 - JOURNAL DISPOSITIONS.  A RECOMPUTE MAY MOVE R AND
018312*    THE HIT COUNT EITHER WAY, SO ITS EFFECT IS KEPT AS SIGNED
018316*    DIFFERENCES.
018320 77  RV-JNL-READ                 PIC 9(8)  USAGE COMP VALUE ZERO.
018324 77  RV-JNL-BEFORE               PIC 9(8)  USAGE COMP VALUE ZERO.
018328 77  RV-JNL-NO-ACTION            PIC 9(8)  USAGE COMP VALUE ZERO.
018332 77  RV-DEL-APPLIED              PIC 9(8)  USAGE COMP VALUE ZERO.
018336 77  RV-DEL-ABSENT               PIC 9(8)  USAGE COMP VALUE ZERO.
018340 77  RV-DEL-HASH                 PIC S9(9)V9(9) USAGE COMP
018344                                 VALUE ZERO.
018348 77  RV-DEL-HITS                 PIC 9(10) USAGE COMP VALUE ZERO.
018352 77  RV-RCM-APPLIED              PIC 9(8)  USAGE COMP VALUE ZERO.
018356 77  RV-RCM-MISSING              PIC 9(8)  USAGE COMP VALUE ZERO.
018360 77  RV-RCM-HASH-DIFF            PIC S9(9)V9(9) USAGE COMP
018364                                 VALUE ZERO.
018368 77  RV-RCM-HITS-DIFF            PIC S9(10) USAGE COMP VALUE ZERO.
018372 77  RV-JNL-FAILED               PIC 9(8)  USAGE COMP VALUE ZERO.
018376 77  RV-OLD-R                    PIC S9(8)V9(09).
018380 77  RV-OLD-HITS                 PIC 9(8).
018400*
018500*    PASS 3 - WHAT THE REBUILT MASTER HOLDS, AND WHAT IT MUST.
018600 77  RV-PROOF-COUNT              PIC 9(8)  USAGE COMP VALUE ZERO.
018700 77  RV-PROOF-HASH               PIC S9(9)V9(9) USAGE COMP
018800                                 VALUE ZERO.
018900 77  RV-PROOF-HITS               PIC 9(10) USAGE COMP VALUE ZERO.
019000 77  RV-EXP-COUNT                PIC 9(8)  USAGE COMP VALUE ZERO.
019100 77  RV-EXP-HASH                 PIC S9(9)V9(9) USAGE COMP
019200                                 VALUE ZERO.
019300 77  RV-EXP-HITS                 PIC 9(10) USAGE COMP VALUE ZERO.
019400*
019500 77  RV-BKU-STATUS               PIC X(02) VALUE '00'.
019600     88  RV-BKU-STATUS-OK                 VALUE '00'.
019700*
019800 77  RV-RVC-STATUS               PIC X(02) VALUE '00'.
019900     88  RV-RVC-STATUS-OK                 VALUE '00'.
020000*
020100 77  RV-MST-STATUS               PIC X(02) VALUE '00'.
020200     88  RV-MST-STATUS-OK                 VALUE '00'.
020300*
020400 77  RV-LOG-STATUS               PIC X(02) VALUE '00'.
020500     88  RV-LOG-STATUS-OK                 VALUE '00'.
020512 77  RV-LOG-OPEN-SW              PIC X(01) VALUE 'N'.
020524     88  RV-LOG-OPEN                      VALUE 'Y'.
020536*
020548 77  RV-JNL-STATUS               PIC X(02) VALUE '00'.
020560     88  RV-JNL-STATUS-OK                 VALUE '00'.
020572 77  RV-JNL-OPEN-SW              PIC X(01) VALUE 'N'.
020584     88  RV-JNL-OPEN                      VALUE 'Y'.
020600*
020700 77  RV-LCK-STATUS               PIC X(02) VALUE '00'.
020800     88  RV-LCK-STATUS-OK                 VALUE '00'.
020900*
021000 77  RV-MST-BUSY-SW              PIC X(01) VALUE 'N'.
021100     88  RV-MST-BUSY                      VALUE 'Y'.
021200     88  RV-MST-FREE                      VALUE 'N'.
021300*
021400 77  RV-CARD-SW                  PIC X(01) VALUE 'N'.
021500     88  RV-CARD-READ                     VALUE 'Y'.
021600*
021700 77  RV-TRAILER-SW               PIC X(01) VALUE 'N'.
021800     88  RV-TRAILER-SEEN                  VALUE 'Y'.
021900*
022000 77  RV-RELOAD-SW                PIC X(01) VALUE 'Y'.
022100     88  RV-RELOAD-OK                     VALUE 'Y'.
022200     88  RV-RELOAD-FAILED                 VALUE 'N'.
022220*
022240 77  RV-ROLL-SW                  PIC X(01) VALUE 'Y'.
022260     88  RV-ROLL-OK                       VALUE 'Y'.
022280     88  RV-ROLL-FAILED                   VALUE 'N'.
022300*
022400 77  RV-PROOF-SW                 PIC X(01) VALUE 'N'.
022500     88  RV-PROOF-OK                      VALUE 'Y'.
022600     88  RV-PROOF-FAILED                  VALUE 'N'.
022700*
022800 77  RV-FAIL-REASON              PIC X(40) VALUE SPACES.
022900*
023000*    WHO HOLDS THE SENTINEL AS OF THE LAST READ - SPACES WHEN
023100*    THE FILE IS MISSING OR EMPTY (NO LOCK HELD).
023200 77  RV-LCK-READ-HOLDER          PIC X(8)  VALUE SPACES.
023300*
023400 77  RV-SQRTBKU-EOF-SW           PIC X(01) VALUE 'N'.
023500     88  RV-SQRTBKU-EOF                   VALUE 'Y'.
023600 77  RV-SQRTLOG-EOF-SW           PIC X(01) VALUE 'N'.
023700     88  RV-SQRTLOG-EOF                   VALUE 'Y'.
023733 77  RV-SQRTJNL-EOF-SW           PIC X(01) VALUE 'N'.
023766     88  RV-SQRTJNL-EOF                   VALUE 'Y'.
023800 77  RV-SQRTMST-EOF-SW           PIC X(01) VALUE 'N'.
023900     88  RV-SQRTMST-EOF                   VALUE 'Y'.
024000*
024100 77  RV-RPT-GEN-ED               PIC 9(4).
024200 77  RV-RPT-COUNT-ED             PIC ZZZZZZZ9.
024300 77  RV-RPT-EXP-ED               PIC ZZZZZZZ9.
024400 77  RV-RPT-HITS-ED              PIC ZZZZZZZZZ9.
024500 77  RV-RPT-EXP-HITS-ED          PIC ZZZZZZZZZ9.
024600 77  RV-RPT-HASH-ED              PIC -9(9).9(9).
024700 77  RV-RPT-EXP-HASH-ED          PIC -9(9).9(9).
024800*
024900 PROCEDURE DIVISION.
025000*
025100 0000-MAINLINE.
025200*
025300     PERFORM 0500-CHECK-LOCK THRU 0500-EXIT
025400     IF RV-MST-BUSY
025500         MOVE 8 TO RETURN-CODE
025600         GO TO 9999-TERMINATE
025700     END-IF
025800*
025900     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT
026000     IF NOT RV-CARD-READ
026100         DISPLAY 'SQRTRCV - CONTROL CARD (SQRTRVC) MISSING - '
026200             'NO RECOVERY ATTEMPTED'
026300         MOVE 8 TO RETURN-CODE
026400         GO TO 9999-TERMINATE
026500     END-IF
026600*
026700     PERFORM 0600-REGISTER-LOCK THRU 0600-EXIT
026800*
026900     OPEN OUTPUT SQRTRVP-FILE
027000*
027100     PERFORM 2000-RELOAD-MASTER THRU 2000-EXIT
027200*
027300     IF RV-RELOAD-FAILED
027400         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
027500         CLOSE SQRTRVP-FILE
027600         DISPLAY 'SQRTRCV - RELOAD FAILED - ' RV-FAIL-REASON
027700         DISPLAY 'SQRTRCV - SQRTMST NOT RELEASED - SQRTLCK '
027800             'LEFT IN PLACE'
027900         MOVE 12 TO RETURN-CODE
028000         GO TO 9999-TERMINATE
028100     END-IF
028200*
028300     PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
028308     IF RV-ROLL-FAILED
028316         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
028324         CLOSE SQRTRVP-FILE
028332         DISPLAY 'SQRTRCV - ROLL FORWARD FAILED - ' RV-FAIL-REASON
028340             ' STATUS=' RV-MST-STATUS
028348         DISPLAY 'SQRTRCV - SQRTMST NOT RELEASED - SQRTLCK '
028356             'LEFT IN PLACE'
028364         MOVE 16 TO RETURN-CODE
028372         GO TO 9999-TERMINATE
028380     END-IF
028388*
028400     PERFORM 4000-PROVE-MASTER THRU 4000-EXIT
028500     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
028600*
028700     CLOSE SQRTRVP-FILE
028800*
028900     IF RV-PROOF-OK
029000         PERFORM 0700-CLEAR-LOCK THRU 0700-EXIT
029100         DISPLAY 'SQRTRCV - REBUILT MASTER PROVED AND RELEASED'
029200     ELSE
029300         DISPLAY 'SQRTRCV - PROOF FAILED - ' RV-FAIL-REASON
029400         DISPLAY 'SQRTRCV - SQRTMST NOT RELEASED - SQRTLCK '
029500             'LEFT IN PLACE'
029600         MOVE 12 TO RETURN-CODE
029700     END-IF
029800*
029900     GO TO 9999-TERMINATE.
030000*
030100*--------------------------------------------------------------*
030200*  0500-CHECK-LOCK - READ THE SQRTLCK SENTINEL.  A RECORD ON    *
030300*  IT MEANS ANOTHER PROGRAM IS HOLDING THE MASTER OR THE LOG;   *
030400*  RECOVERY MUST NOT OVERWRITE A MASTER SOMETHING ELSE IS       *
030500*  USING.  A MISSING OR EMPTY SENTINEL MEANS THE MASTER IS      *
030600*  FREE.                                                        *
030700*--------------------------------------------------------------*
030800 0500-CHECK-LOCK.
030900*
031000     OPEN INPUT SQRTLCK-FILE
031100     IF RV-LCK-STATUS-OK
031200         READ SQRTLCK-FILE
031300             AT END
031400                 CONTINUE
031500         END-READ
031600         IF RV-LCK-STATUS-OK
031700             SET RV-MST-BUSY TO TRUE
031800             DISPLAY 'SQRTRCV - SQRTMST IN USE BY '
031900                 SQRTLCK-HOLDER ' SINCE ' SQRTLCK-DATE
032000                 ' ' SQRTLCK-TIME ' - RECOVERY NOT RUN'
032100             DISPLAY 'SQRTRCV - IF THE LOCK IS STALE, CLEAR '
032200                 'IT WITH SQRTULK AND RESUBMIT'
032300         END-IF
032400         CLOSE SQRTLCK-FILE
032500     END-IF.
032600*
032700 0500-EXIT.
032800     EXIT.
032900*
033000*--------------------------------------------------------------*
033100*  0600-REGISTER-LOCK - STAMP THE SENTINEL WITH THIS JOB'S      *
033200*  NAME FOR THE WHOLE REBUILD.  CLEARED ONLY WHEN THE PROOF     *
033300*  BALANCES; A FAILED RECOVERY OR AN ABEND LEAVES IT IN PLACE.  *
033400*--------------------------------------------------------------*
033500 0600-REGISTER-LOCK.
033600*
033700     OPEN OUTPUT SQRTLCK-FILE
033800     MOVE 'SQRTRCV ' TO SQRTLCK-HOLDER
033900     ACCEPT SQRTLCK-DATE FROM DATE YYYYMMDD
034000     ACCEPT SQRTLCK-TIME FROM TIME
034100     WRITE SQRTLCK-RECORD
034200     CLOSE SQRTLCK-FILE.
034300*
034400 0600-EXIT.
034500     EXIT.
034600*
034700*--------------------------------------------------------------*
034800*  0700-CLEAR-LOCK - RELEASE THE PROVED MASTER.  CLEARS THE     *
034900*  SENTINEL ONLY WHEN THIS JOB IS THE REGISTERED HOLDER.        *
035000*--------------------------------------------------------------*
035100 0700-CLEAR-LOCK.
035200*
035300     MOVE SPACES TO RV-LCK-READ-HOLDER
035400     OPEN INPUT SQRTLCK-FILE
035500     IF RV-LCK-STATUS-OK
035600         READ SQRTLCK-FILE
035700             AT END
035800                 CONTINUE
035900         END-READ
036000         IF RV-LCK-STATUS-OK
036100             MOVE SQRTLCK-HOLDER TO RV-LCK-READ-HOLDER
036200         END-IF
036300         CLOSE SQRTLCK-FILE
036400     END-IF
036500*
036600     IF RV-LCK-READ-HOLDER EQUAL 'SQRTRCV '
036700         OPEN OUTPUT SQRTLCK-FILE
036800         CLOSE SQRTLCK-FILE
036900     END-IF.
037000*
037100 0700-EXIT.
037200     EXIT.
037300*
037400*--------------------------------------------------------------*
037500*  1000-READ-CONTROL-CARD - THE SQRTRVC CARD NAMING THE BACKUP  *
037600*  GENERATION BEING RECOVERED.  MANDATORY.                      *
037700*--------------------------------------------------------------*
037800 1000-READ-CONTROL-CARD.
037900*
038000     OPEN INPUT SQRTRVC-FILE
038100*
038200     IF RV-RVC-STATUS-OK
038300         READ SQRTRVC-FILE
038400             AT END
038500                 CONTINUE
038600         END-READ
038700         IF RV-RVC-STATUS-OK
038800            AND SQRTRVC-BACKUP-GEN NUMERIC
038900             MOVE SQRTRVC-BACKUP-GEN TO RV-CARD-GEN
039000             SET RV-CARD-READ TO TRUE
039100         END-IF
039200         CLOSE SQRTRVC-FILE
039300     END-IF.
039400*
039500 1000-EXIT.
039600     EXIT.
039700*
039800*--------------------------------------------------------------*
039900*  2000-RELOAD-MASTER - PASS ONE.  CHECK THE HEADER IS THE      *
040000*  GENERATION ASKED FOR, LOAD EVERY DETAIL INTO A FRESH         *
040100*  MASTER, AND PROVE THE LOAD AGAINST THE TRAILER.  ANY         *
040200*  FAILURE SETS RV-RELOAD-FAILED AND A REASON FOR THE REPORT.   *
040300*--------------------------------------------------------------*
040400 2000-RELOAD-MASTER.
040500*
040600     OPEN INPUT SQRTBKU-FILE
040700     IF NOT RV-BKU-STATUS-OK
040800         SET RV-RELOAD-FAILED TO TRUE
040900         MOVE 'BACKUP GENERATION (SQRTBKU) NOT FOUND'
041000             TO RV-FAIL-REASON
041100         GO TO 2000-EXIT
041200     END-IF
041300*
041400     PERFORM 2900-READ-SQRTBKU THRU 2900-EXIT
041500     IF RV-SQRTBKU-EOF
041600        OR NOT SQRTBKU-HEADER
041700         SET RV-RELOAD-FAILED TO TRUE
041800         MOVE 'SQRTBKU HAS NO HEADER RECORD'
041900             TO RV-FAIL-REASON
042000         CLOSE SQRTBKU-FILE
042100         GO TO 2000-EXIT
042200     END-IF
042300*
042400     MOVE SQRTBKU-HDR-GEN TO RV-BACKUP-GEN
042500     MOVE SQRTBKU-HDR-DATE TO RV-BACKUP-DATE
042600     MOVE SQRTBKU-HDR-TIME TO RV-BACKUP-TIME
042700     IF RV-BACKUP-GEN NOT EQUAL RV-CARD-GEN
042800         SET RV-RELOAD-FAILED TO TRUE
042900         MOVE 'SQRTBKU GENERATION DOES NOT MATCH CARD'
043000             TO RV-FAIL-REASON
043100         CLOSE SQRTBKU-FILE
043200         GO TO 2000-EXIT
043300     END-IF
043400*
043500     OPEN OUTPUT SQRTMST-FILE
043600*
043700     PERFORM 2900-READ-SQRTBKU THRU 2900-EXIT
043800     PERFORM 2100-RELOAD-ONE-RECORD THRU 2100-EXIT
043900         UNTIL RV-SQRTBKU-EOF
044000            OR RV-TRAILER-SEEN
044100*
044200     CLOSE SQRTMST-FILE
044300     CLOSE SQRTBKU-FILE
044400*
044500     EVALUATE TRUE
044600         WHEN NOT RV-TRAILER-SEEN
044700             SET RV-RELOAD-FAILED TO TRUE
044800             MOVE 'SQRTBKU HAS NO TRAILER - TRUNCATED'
044900                 TO RV-FAIL-REASON
045000         WHEN RV-RELOAD-REJECTS GREATER THAN ZERO
045100             SET RV-RELOAD-FAILED TO TRUE
045200             MOVE 'DUPLICATE KEYS ON RELOAD'
045300                 TO RV-FAIL-REASON
045400         WHEN RV-RELOAD-COUNT NOT EQUAL RV-TRL-COUNT
045500             SET RV-RELOAD-FAILED TO TRUE
045600             MOVE 'RELOAD COUNT DOES NOT MATCH TRAILER'
045700                 TO RV-FAIL-REASON
045800         WHEN RV-RELOAD-HASH NOT EQUAL RV-TRL-HASH
045900             SET RV-RELOAD-FAILED TO TRUE
046000             MOVE 'RELOAD R HASH DOES NOT MATCH TRAILER'
046100                 TO RV-FAIL-REASON
046200     END-EVALUATE.
046300*
046400 2000-EXIT.
046500     EXIT.
046600*
046700*--------------------------------------------------------------*
046800*  2100-RELOAD-ONE-RECORD - WRITE ONE BACKUP DETAIL TO THE      *
046900*  FRESH MASTER, OR TAKE THE TRAILER'S CONTROL TOTALS.          *
047000*--------------------------------------------------------------*
047100 2100-RELOAD-ONE-RECORD.
047200*
047300     IF SQRTBKU-TRAILER
047400         MOVE SQRTBKU-TRL-COUNT TO RV-TRL-COUNT
047500         MOVE SQRTBKU-TRL-HASH TO RV-TRL-HASH
047600         SET RV-TRAILER-SEEN TO TRUE
047700         GO TO 2100-EXIT
047800     END-IF
047900*
048000     IF SQRTBKU-DETAIL
048100         MOVE SQRTBKU-MST-IMAGE TO SQRTMST-RECORD
048200         WRITE SQRTMST-RECORD
048300             INVALID KEY
048400                 ADD 1 TO RV-RELOAD-REJECTS
048500             NOT INVALID KEY
048600                 ADD 1 TO RV-RELOAD-COUNT
048700                 ADD SQRTMST-R TO RV-RELOAD-HASH
048800                 ADD SQRTMST-HIT-COUNT TO RV-RELOAD-HITS
048900         END-WRITE
049000     END-IF
049100*
049200     PERFORM 2900-READ-SQRTBKU THRU 2900-EXIT.
049300*
049400 2100-EXIT.
049500     EXIT.
049600*
049700 2900-READ-SQRTBKU.
049800*
049900     READ SQRTBKU-FILE
050000         AT END
050100             SET RV-SQRTBKU-EOF TO TRUE
050200     END-READ.
050300*
050400 2900-EXIT.
050500     EXIT.
050600*
050700*--------------------------------------------------------------*
050752*  3000-ROLL-FORWARD - PASS TWO.  REAPPLY EVERY MASTER CHANGE   *
050804*  SQRTLOG AND SQRTJNL RECORD FROM THE BACKUP'S UNLOAD STAMP    *
050856*  ONWARD, TAKING THE TWO FILES IN STAMP ORDER.  A MISSING LOG  *
050908*  OR JOURNAL MEANS NOTHING OF THAT KIND HAS HAPPENED SINCE THE *
050960*  BACKUP.  A MASTER THAT WILL NOT OPEN SETS RV-ROLL-FAILED.    *
051012*--------------------------------------------------------------*
051064 3000-ROLL-FORWARD.
051116*
051168     OPEN I-O SQRTMST-FILE
051220     IF NOT RV-MST-STATUS-OK
051272         SET RV-ROLL-FAILED TO TRUE
051324         MOVE 'REBUILT MASTER WILL NOT OPEN FOR UPDATE'
051376             TO RV-FAIL-REASON
051428         GO TO 3000-EXIT
051480     END-IF
051532*
051584     OPEN INPUT SQRTLOG-FILE
051636     IF NOT RV-LOG-STATUS-OK
051688         DISPLAY 'SQRTRCV - AUDIT LOG (SQRTLOG) NOT FOUND - '
051740             'NOTHING TO ROLL FORWARD'
051792         SET RV-SQRTLOG-EOF TO TRUE
051844     ELSE
051896         SET RV-LOG-OPEN TO TRUE
051948         PERFORM 3900-READ-SQRTLOG THRU 3900-EXIT
052000     END-IF
052052*
052104     OPEN INPUT SQRTJNL-FILE
052156     IF NOT RV-JNL-STATUS-OK
052208         DISPLAY 'SQRTRCV - CHANGE JOURNAL (SQRTJNL) NOT FOUND - '
052260             'NO MASTER MAINTENANCE TO ROLL FORWARD'
052312         SET RV-SQRTJNL-EOF TO TRUE
052364     ELSE
052416         SET RV-JNL-OPEN TO TRUE
052468         PERFORM 3950-READ-SQRTJNL THRU 3950-EXIT
052520     END-IF
052572*
052624     PERFORM 3050-APPLY-NEXT THRU 3050-EXIT
052676         UNTIL RV-SQRTLOG-EOF
052728           AND RV-SQRTJNL-EOF
052780*
052832     IF RV-LOG-OPEN
052884         CLOSE SQRTLOG-FILE
052936     END-IF
052988     IF RV-JNL-OPEN
053040         CLOSE SQRTJNL-FILE
053092     END-IF
053144     CLOSE SQRTMST-FILE.
053200*
053300 3000-EXIT.
053400     EXIT.
053500*
053504*--------------------------------------------------------------*
053508*  3050-APPLY-NEXT - TAKE WHICHEVER OF SQRTLOG AND SQRTJNL IS   *
053512*  STAMPED EARLIER, SO THE MASTER SEES ITS CHANGES IN THE       *
053516*  ORDER THEY WERE MADE.  ON A TIE THE LOG RECORD GOES FIRST.   *
053520*--------------------------------------------------------------*
053524 3050-APPLY-NEXT.
053528*
053532     IF RV-SQRTJNL-EOF
053536         PERFORM 3100-APPLY-ONE-RECORD THRU 3100-EXIT
053540         GO TO 3050-EXIT
053544     END-IF
053548*
053552     IF RV-SQRTLOG-EOF
053556        OR SQRTJNL-STAMP LESS THAN SQRTLOG-STAMP
053560         PERFORM 3500-APPLY-ONE-ENTRY THRU 3500-EXIT
053564     ELSE
053568         PERFORM 3100-APPLY-ONE-RECORD THRU 3100-EXIT
053572     END-IF.
053576*
053580 3050-EXIT.
053584     EXIT.
053588*
053600 3100-APPLY-ONE-RECORD.
053700*
053800     ADD 1 TO RV-LOG-READ
053900*
054000     EVALUATE TRUE
054100         WHEN SQRTLOG-STAMP LESS THAN RV-BACKUP-STAMP
054200             ADD 1 TO RV-LOG-BEFORE
054300         WHEN SQRTLOG-MST-ADDED
054400             PERFORM 3200-REAPPLY-INSERT THRU 3200-EXIT
054500         WHEN SQRTLOG-MST-HIT
054600             PERFORM 3300-REAPPLY-HIT THRU 3300-EXIT
054700         WHEN OTHER
054800             ADD 1 TO RV-LOG-NO-ACTION
054900     END-EVALUATE
055000*
055100     PERFORM 3900-READ-SQRTLOG THRU 3900-EXIT.
055200*
055300 3100-EXIT.
055400     EXIT.
055500*
055600*--------------------------------------------------------------*
055700*  3200-REAPPLY-INSERT - REBUILD THE MASTER RECORD THE WAY      *
055800*  SQRTBAT'S 3300-ADD-TO-MASTER BUILT IT - ZERO HITS, LAST-     *
055900*  USED THE INSERT DATE.  A KEY ALREADY ON THE MASTER (A ROOT   *
056000*  STORED IN THE SAME SECOND THE BACKUP STARTED, OR A RESTART   *
056100*  THAT LOGGED ITS INSERT TWICE) IS COUNTED AND LEFT ALONE.     *
056200*--------------------------------------------------------------*
056300 3200-REAPPLY-INSERT.
056400*
056500     MOVE SQRTLOG-S-X TO SQRTMST-S
056600     MOVE SQRTLOG-DEGREE TO SQRTMST-DEGREE
056700     MOVE SQRTLOG-R TO SQRTMST-R
056800     MOVE SQRTLOG-ITER TO SQRTMST-ITER
056900     MOVE SQRTLOG-DATE TO SQRTMST-DATE
057000     MOVE SQRTLOG-TIME TO SQRTMST-TIME
057100     MOVE SQRTLOG-TOLERANCE TO SQRTMST-TOLERANCE
057200     MOVE ZERO TO SQRTMST-HIT-COUNT
057300     MOVE SQRTLOG-DATE TO SQRTMST-LAST-USED
057400*
057500     WRITE SQRTMST-RECORD
057600         INVALID KEY
057700             ADD 1 TO RV-INS-PRESENT
057800         NOT INVALID KEY
057900             ADD 1 TO RV-INS-APPLIED
058000             ADD SQRTLOG-R TO RV-INS-HASH
058100     END-WRITE.
058200*
058300 3200-EXIT.
058400     EXIT.
058500*
058600*--------------------------------------------------------------*
058700*  3300-REAPPLY-HIT - BUMP THE HIT COUNT AND STAMP THE LAST-    *
058800*  USED DATE, AS SQRTBAT'S 3050-LOOK-UP-MASTER DID.  A HIT ON   *
058900*  A ROOT THE REBUILT MASTER DOES NOT HOLD MEANS THE BACKUP     *
059000*  AND THE LOG DISAGREE; IT IS COUNTED AND REPORTED.            *
059100*--------------------------------------------------------------*
059200 3300-REAPPLY-HIT.
059300*
059400     MOVE SQRTLOG-S-X TO SQRTMST-S
059500     MOVE SQRTLOG-DEGREE TO SQRTMST-DEGREE
059600*
059700     READ SQRTMST-FILE
059800         INVALID KEY
059900             ADD 1 TO RV-HIT-MISSING
060000             DISPLAY 'SQRTRCV - LOGGED HIT ON ROOT NOT ON '
060100                 'MASTER - S ' SQRTLOG-S-X
060200                 ' DEGREE ' SQRTLOG-DEGREE
060300             GO TO 3300-EXIT
060400     END-READ
060500*
060600     ADD 1 TO SQRTMST-HIT-COUNT
060700     MOVE SQRTLOG-DATE TO SQRTMST-LAST-USED
060785     REWRITE SQRTMST-RECORD
060870         INVALID KEY
060955             ADD 1 TO RV-HIT-FAILED
061040         NOT INVALID KEY
061125             ADD 1 TO RV-HIT-APPLIED
061210     END-REWRITE.
061300*
061400 3300-EXIT.
061500     EXIT.
061600*
061700 3900-READ-SQRTLOG.
061800*
061900     READ SQRTLOG-FILE
062000         AT END
062100             SET RV-SQRTLOG-EOF TO TRUE
062200     END-READ.
062300*
062400 3900-EXIT.
062500     EXIT.
062600*
062609*--------------------------------------------------------------*
062618*  3500-APPLY-ONE-ENTRY - ONE SQRTJNL ENTRY.  ENTRIES FROM      *
062627*  BEFORE THE BACKUP ARE ALREADY IN IT AND ARE PASSED OVER.     *
062636*--------------------------------------------------------------*
062645 3500-APPLY-ONE-ENTRY.
062654*
062663     ADD 1 TO RV-JNL-READ
062672*
062681     EVALUATE TRUE
062690         WHEN SQRTJNL-STAMP LESS THAN RV-BACKUP-STAMP
062699             ADD 1 TO RV-JNL-BEFORE
062708         WHEN SQRTJNL-DELETE
062717           OR SQRTJNL-PURGE
062726             PERFORM 3600-REAPPLY-DELETE THRU 3600-EXIT
062735         WHEN SQRTJNL-RECOMPUTE
062744             PERFORM 3700-REAPPLY-RECOMPUTE THRU 3700-EXIT
062753         WHEN OTHER
062762             ADD 1 TO RV-JNL-NO-ACTION
062771     END-EVALUATE
062780*
062789     PERFORM 3950-READ-SQRTJNL THRU 3950-EXIT.
062798*
062807 3500-EXIT.
062816     EXIT.
062825*
062834*--------------------------------------------------------------*
062843*  3600-REAPPLY-DELETE - TAKE OFF AGAIN A ROOT AN APPROVED      *
062852*  SQRTMNT DELETE OR A SQRTPRG PURGE REMOVED.  ITS R AND HIT    *
062861*  COUNT AS THE REBUILT MASTER HELD THEM COME OFF THE PROOF.  A *
062870*  ROOT ALREADY GONE (REMOVED IN THE SAME SECOND THE BACKUP     *
062879*  STARTED) IS COUNTED AND LEFT ALONE.                          *
062888*--------------------------------------------------------------*
062897 3600-REAPPLY-DELETE.
062906*
062915     MOVE SQRTJNL-BEFORE-IMAGE TO SQRTMST-RECORD
062924     READ SQRTMST-FILE
062933         INVALID KEY
062942             ADD 1 TO RV-DEL-ABSENT
062951             GO TO 3600-EXIT
062960     END-READ
062969*
062978     DELETE SQRTMST-FILE RECORD
062987         INVALID KEY
062996             ADD 1 TO RV-JNL-FAILED
063005         NOT INVALID KEY
063014             ADD 1 TO RV-DEL-APPLIED
063023             ADD SQRTMST-R TO RV-DEL-HASH
063032             ADD SQRTMST-HIT-COUNT TO RV-DEL-HITS
063041     END-DELETE.
063050*
063059 3600-EXIT.
063068     EXIT.
063077*
063086*--------------------------------------------------------------*
063095*  3700-REAPPLY-RECOMPUTE - REWRITE THE AFTER-IMAGE SQRTRCM     *
063104*  JOURNALED.  THE DIFFERENCE IN R AND IN THE HIT COUNT         *
063113*  BETWEEN THE REBUILT RECORD AND THE AFTER-IMAGE ADJUSTS THE   *
063122*  PROOF.  A RECOMPUTE OF A ROOT THE REBUILT MASTER DOES NOT    *
063131*  HOLD MEANS THE BACKUP AND THE JOURNAL DISAGREE; IT IS        *
063140*  COUNTED AND REPORTED.                                        *
063149*--------------------------------------------------------------*
063158 3700-REAPPLY-RECOMPUTE.
063167*
063176     MOVE SQRTJNL-AFTER-IMAGE TO SQRTMST-RECORD
063185     READ SQRTMST-FILE
063194         INVALID KEY
063203             ADD 1 TO RV-RCM-MISSING
063212             MOVE SQRTJNL-AFTER-IMAGE TO SQRTMST-RECORD
063221             DISPLAY 'SQRTRCV - JOURNALED RECOMPUTE OF ROOT NOT '
063230                 'ON MASTER - S ' SQRTMST-S
063239                 ' DEGREE ' SQRTMST-DEGREE
063248             GO TO 3700-EXIT
063257     END-READ
063266*
063275     MOVE SQRTMST-R TO RV-OLD-R
063284     MOVE SQRTMST-HIT-COUNT TO RV-OLD-HITS
063293     MOVE SQRTJNL-AFTER-IMAGE TO SQRTMST-RECORD
063302     REWRITE SQRTMST-RECORD
063311         INVALID KEY
063320             ADD 1 TO RV-JNL-FAILED
063329         NOT INVALID KEY
063338             ADD 1 TO RV-RCM-APPLIED
063347             COMPUTE RV-RCM-HASH-DIFF =
063356                 RV-RCM-HASH-DIFF + SQRTMST-R - RV-OLD-R
063365             COMPUTE RV-RCM-HITS-DIFF = RV-RCM-HITS-DIFF
063374                 + SQRTMST-HIT-COUNT - RV-OLD-HITS
063383     END-REWRITE.
063392*
063401 3700-EXIT.
063410     EXIT.
063419*
063428 3950-READ-SQRTJNL.
063437*
063446     READ SQRTJNL-FILE
063455         AT END
063464             SET RV-SQRTJNL-EOF TO TRUE
063473     END-READ.
063482*
063491 3950-EXIT.
063500     EXIT.
063509*
063518*--------------------------------------------------------------*
063527*  4000-PROVE-MASTER - PASS THREE.  READ THE REBUILT MASTER     *
063536*  END TO END; ITS COUNT, R HASH AND HIT TOTAL MUST EQUAL THE   *
063545*  RELOAD FIGURES ADJUSTED FOR WHAT THE ROLL FORWARD APPLIED -  *
063554*  INSERTS AND HITS ADDED, DELETES AND PURGES TAKEN OFF, AND    *
063563*  RECOMPUTES BY THEIR DIFFERENCE.  ANY CHANGE THAT COULD NOT   *
063572*  BE REAPPLIED FAILS THE PROOF.                                *
063581*--------------------------------------------------------------*
063590 4000-PROVE-MASTER.
063599*
063608     COMPUTE RV-EXP-COUNT =
063617         RV-RELOAD-COUNT + RV-INS-APPLIED - RV-DEL-APPLIED
063626     COMPUTE RV-EXP-HASH =
063635         RV-RELOAD-HASH + RV-INS-HASH - RV-DEL-HASH
063644         + RV-RCM-HASH-DIFF
063653     COMPUTE RV-EXP-HITS =
063662         RV-RELOAD-HITS + RV-HIT-APPLIED - RV-DEL-HITS
063671         + RV-RCM-HITS-DIFF
063700*
063800     OPEN INPUT SQRTMST-FILE
063900     PERFORM 4900-READ-SQRTMST THRU 4900-EXIT
064000     PERFORM 4100-PROVE-ONE-RECORD THRU 4100-EXIT
064100         UNTIL RV-SQRTMST-EOF
064200     CLOSE SQRTMST-FILE
064300*
064400     SET RV-PROOF-OK TO TRUE
064500     EVALUATE TRUE
064600         WHEN RV-PROOF-COUNT NOT EQUAL RV-EXP-COUNT
064700             SET RV-PROOF-FAILED TO TRUE
064800             MOVE 'REBUILT RECORD COUNT OUT OF BALANCE'
064900                 TO RV-FAIL-REASON
065000         WHEN RV-PROOF-HASH NOT EQUAL RV-EXP-HASH
065100             SET RV-PROOF-FAILED TO TRUE
065200             MOVE 'REBUILT R HASH OUT OF BALANCE'
065300                 TO RV-FAIL-REASON
065400         WHEN RV-PROOF-HITS NOT EQUAL RV-EXP-HITS
065500             SET RV-PROOF-FAILED TO TRUE
065600             MOVE 'REBUILT HIT TOTAL OUT OF BALANCE'
065700                 TO RV-FAIL-REASON
065800         WHEN RV-HIT-MISSING GREATER THAN ZERO
065900             SET RV-PROOF-FAILED TO TRUE
066000             MOVE 'LOGGED HITS ON ROOTS NOT ON MASTER'
066100                 TO RV-FAIL-REASON
066107         WHEN RV-HIT-FAILED GREATER THAN ZERO
066114             SET RV-PROOF-FAILED TO TRUE
066121             MOVE 'MASTER REWRITES FAILED ON LOGGED HITS'
066128                 TO RV-FAIL-REASON
066135         WHEN RV-RCM-MISSING GREATER THAN ZERO
066142             SET RV-PROOF-FAILED TO TRUE
066149             MOVE 'JOURNALED RECOMPUTES OF ROOTS NOT STORED'
066156                 TO RV-FAIL-REASON
066163         WHEN RV-JNL-FAILED GREATER THAN ZERO
066170             SET RV-PROOF-FAILED TO TRUE
066177             MOVE 'JOURNALED CHANGES THAT FAILED TO REAPPLY'
066184                 TO RV-FAIL-REASON
066200     END-EVALUATE.
066300*
066400 4000-EXIT.
066500     EXIT.
066600*
066700 4100-PROVE-ONE-RECORD.
066800*
066900     ADD 1 TO RV-PROOF-COUNT
067000     ADD SQRTMST-R TO RV-PROOF-HASH
067100     ADD SQRTMST-HIT-COUNT TO RV-PROOF-HITS
067200*
067300     PERFORM 4900-READ-SQRTMST THRU 4900-EXIT.
067400*
067500 4100-EXIT.
067600     EXIT.
067700*
067800 4900-READ-SQRTMST.
067900*
068000     READ SQRTMST-FILE NEXT RECORD
068100         AT END
068200             SET RV-SQRTMST-EOF TO TRUE
068300     END-READ.
068400*
068500 4900-EXIT.
068600     EXIT.
068700*
068800*--------------------------------------------------------------*
068900*  5000-PRINT-REPORT - RECOVERY REPORT FOR SIGN-OFF.  EVERY     *
069000*  FIGURE THE PROOF USED IS SHOWN, SO AN OUT-OF-BALANCE MASTER  *
069100*  CAN BE INVESTIGATED FROM THE REPORT ALONE.                   *
069200*--------------------------------------------------------------*
069300 5000-PRINT-REPORT.
069400*
069500     MOVE '          SQRTMST FORWARD RECOVERY REPORT'
069600         TO RV-PRINT-LINE
069700     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
069800         AFTER ADVANCING PAGE
069900*
070000     MOVE SPACES TO RV-PRINT-LINE
070100     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
070200         AFTER ADVANCING 1 LINE
070300*
070400     MOVE RV-CARD-GEN TO RV-RPT-GEN-ED
070500     MOVE SPACES TO RV-PRINT-LINE
070600     STRING 'GENERATION REQUESTED . . . . SQRTBKU GENERATION '
070700         RV-RPT-GEN-ED
070800         DELIMITED BY SIZE INTO RV-PRINT-LINE
070900     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
071000         AFTER ADVANCING 1 LINE
071100*
071200     MOVE SPACES TO RV-PRINT-LINE
071300     STRING 'ROLL FORWARD FROM (DATE TIME) ' RV-BACKUP-DATE
071400         ' ' RV-BACKUP-TIME
071500         DELIMITED BY SIZE INTO RV-PRINT-LINE
071600     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
071700         AFTER ADVANCING 1 LINE
071800*
071900     MOVE SPACES TO RV-PRINT-LINE
072000     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
072100         AFTER ADVANCING 1 LINE
072200*
072300     MOVE RV-RELOAD-COUNT TO RV-RPT-COUNT-ED
072400     MOVE RV-TRL-COUNT TO RV-RPT-EXP-ED
072500     MOVE SPACES TO RV-PRINT-LINE
072600     STRING 'RECORDS RELOADED . . . . . . ' RV-RPT-COUNT-ED
072700         '   TRAILER ' RV-RPT-EXP-ED
072800         DELIMITED BY SIZE INTO RV-PRINT-LINE
072900     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
073000         AFTER ADVANCING 1 LINE
073100*
073200     MOVE RV-RELOAD-HASH TO RV-RPT-HASH-ED
073300     MOVE SPACES TO RV-PRINT-LINE
073400     STRING 'RELOAD HASH OF R . . . . . . ' RV-RPT-HASH-ED
073500         DELIMITED BY SIZE INTO RV-PRINT-LINE
073600     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
073700         AFTER ADVANCING 1 LINE
073800*
073900     MOVE RV-TRL-HASH TO RV-RPT-HASH-ED
074000     MOVE SPACES TO RV-PRINT-LINE
074100     STRING 'TRAILER HASH OF R. . . . . . ' RV-RPT-HASH-ED
074200         DELIMITED BY SIZE INTO RV-PRINT-LINE
074300     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
074400         AFTER ADVANCING 1 LINE
074500*
074600     IF RV-RELOAD-FAILED
074650        OR RV-ROLL-FAILED
074700         PERFORM 5900-PRINT-FAILURE THRU 5900-EXIT
074800         GO TO 5000-EXIT
074900     END-IF
075000*
075100     MOVE SPACES TO RV-PRINT-LINE
075200     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
075300         AFTER ADVANCING 1 LINE
075400*
075500     MOVE RV-LOG-READ TO RV-RPT-COUNT-ED
075600     MOVE SPACES TO RV-PRINT-LINE
075700     STRING 'LOG RECORDS READ . . . . . . ' RV-RPT-COUNT-ED
075800         DELIMITED BY SIZE INTO RV-PRINT-LINE
075900     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
076000         AFTER ADVANCING 1 LINE
076100*
076200     MOVE RV-LOG-BEFORE TO RV-RPT-COUNT-ED
076300     MOVE SPACES TO RV-PRINT-LINE
076400     STRING '  BEFORE THE BACKUP. . . . . ' RV-RPT-COUNT-ED
076500         DELIMITED BY SIZE INTO RV-PRINT-LINE
076600     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
076700         AFTER ADVANCING 1 LINE
076800*
076900     MOVE RV-LOG-NO-ACTION TO RV-RPT-COUNT-ED
077000     MOVE SPACES TO RV-PRINT-LINE
077100     STRING '  NO MASTER ACTION . . . . . ' RV-RPT-COUNT-ED
077200         DELIMITED BY SIZE INTO RV-PRINT-LINE
077300     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
077400         AFTER ADVANCING 1 LINE
077500*
077600     MOVE RV-INS-APPLIED TO RV-RPT-COUNT-ED
077700     MOVE SPACES TO RV-PRINT-LINE
077800     STRING '  INSERTS REAPPLIED. . . . . ' RV-RPT-COUNT-ED
077900         DELIMITED BY SIZE INTO RV-PRINT-LINE
078000     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
078100         AFTER ADVANCING 1 LINE
078200*
078300     MOVE RV-INS-PRESENT TO RV-RPT-COUNT-ED
078400     MOVE SPACES TO RV-PRINT-LINE
078500     STRING '  INSERTS ALREADY PRESENT. . ' RV-RPT-COUNT-ED
078600         DELIMITED BY SIZE INTO RV-PRINT-LINE
078700     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
078800         AFTER ADVANCING 1 LINE
078900*
079000     MOVE RV-HIT-APPLIED TO RV-RPT-COUNT-ED
079100     MOVE SPACES TO RV-PRINT-LINE
079200     STRING '  HITS REAPPLIED . . . . . . ' RV-RPT-COUNT-ED
079300         DELIMITED BY SIZE INTO RV-PRINT-LINE
079400     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
079500         AFTER ADVANCING 1 LINE
079600*
079700     MOVE RV-HIT-MISSING TO RV-RPT-COUNT-ED
079800     MOVE SPACES TO RV-PRINT-LINE
079900     STRING '  HITS ON ROOTS NOT STORED . ' RV-RPT-COUNT-ED
080000         DELIMITED BY SIZE INTO RV-PRINT-LINE
080100     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080200         AFTER ADVANCING 1 LINE
080300*
080301     MOVE RV-HIT-FAILED TO RV-RPT-COUNT-ED
080302     MOVE SPACES TO RV-PRINT-LINE
080303     STRING '  HIT REWRITES FAILED. . . . ' RV-RPT-COUNT-ED
080304         DELIMITED BY SIZE INTO RV-PRINT-LINE
080305     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080306         AFTER ADVANCING 1 LINE
080307*
080308     MOVE SPACES TO RV-PRINT-LINE
080309     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080310         AFTER ADVANCING 1 LINE
080311*
080312     MOVE RV-JNL-READ TO RV-RPT-COUNT-ED
080313     MOVE SPACES TO RV-PRINT-LINE
080314     STRING 'JOURNAL ENTRIES READ . . . . ' RV-RPT-COUNT-ED
080315         DELIMITED BY SIZE INTO RV-PRINT-LINE
080316     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080317         AFTER ADVANCING 1 LINE
080318*
080319     MOVE RV-JNL-BEFORE TO RV-RPT-COUNT-ED
080320     MOVE SPACES TO RV-PRINT-LINE
080321     STRING '  BEFORE THE BACKUP. . . . . ' RV-RPT-COUNT-ED
080322         DELIMITED BY SIZE INTO RV-PRINT-LINE
080323     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080324         AFTER ADVANCING 1 LINE
080325*
080326     MOVE RV-JNL-NO-ACTION TO RV-RPT-COUNT-ED
080327     MOVE SPACES TO RV-PRINT-LINE
080328     STRING '  NO MASTER ACTION . . . . . ' RV-RPT-COUNT-ED
080329         DELIMITED BY SIZE INTO RV-PRINT-LINE
080330     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080331         AFTER ADVANCING 1 LINE
080332*
080333     MOVE RV-DEL-APPLIED TO RV-RPT-COUNT-ED
080334     MOVE SPACES TO RV-PRINT-LINE
080335     STRING '  DELETES REAPPLIED. . . . . ' RV-RPT-COUNT-ED
080336         DELIMITED BY SIZE INTO RV-PRINT-LINE
080337     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080338         AFTER ADVANCING 1 LINE
080339*
080340     MOVE RV-DEL-ABSENT TO RV-RPT-COUNT-ED
080341     MOVE SPACES TO RV-PRINT-LINE
080342     STRING '  DELETES ALREADY GONE . . . ' RV-RPT-COUNT-ED
080343         DELIMITED BY SIZE INTO RV-PRINT-LINE
080344     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080345         AFTER ADVANCING 1 LINE
080346*
080347     MOVE RV-RCM-APPLIED TO RV-RPT-COUNT-ED
080348     MOVE SPACES TO RV-PRINT-LINE
080349     STRING '  RECOMPUTES REAPPLIED . . . ' RV-RPT-COUNT-ED
080350         DELIMITED BY SIZE INTO RV-PRINT-LINE
080351     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080352         AFTER ADVANCING 1 LINE
080353*
080354     MOVE RV-RCM-MISSING TO RV-RPT-COUNT-ED
080355     MOVE SPACES TO RV-PRINT-LINE
080356     STRING '  RECOMPUTES NOT STORED. . . ' RV-RPT-COUNT-ED
080357         DELIMITED BY SIZE INTO RV-PRINT-LINE
080358     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080359         AFTER ADVANCING 1 LINE
080360*
080361     MOVE RV-JNL-FAILED TO RV-RPT-COUNT-ED
080362     MOVE SPACES TO RV-PRINT-LINE
080363     STRING '  CHANGES FAILED . . . . . . ' RV-RPT-COUNT-ED
080364         DELIMITED BY SIZE INTO RV-PRINT-LINE
080365     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080366         AFTER ADVANCING 1 LINE
080367*
080400     MOVE SPACES TO RV-PRINT-LINE
080500     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
080600         AFTER ADVANCING 1 LINE
080700*
080800     MOVE RV-PROOF-COUNT TO RV-RPT-COUNT-ED
080900     MOVE RV-EXP-COUNT TO RV-RPT-EXP-ED
081000     MOVE SPACES TO RV-PRINT-LINE
081100     STRING 'REBUILT MASTER RECORDS . . . ' RV-RPT-COUNT-ED
081200         '   EXPECTED ' RV-RPT-EXP-ED
081300         DELIMITED BY SIZE INTO RV-PRINT-LINE
081400     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
081500         AFTER ADVANCING 1 LINE
081600*
081700     MOVE RV-PROOF-HASH TO RV-RPT-HASH-ED
081800     MOVE RV-EXP-HASH TO RV-RPT-EXP-HASH-ED
081900     MOVE SPACES TO RV-PRINT-LINE
082000     STRING 'REBUILT HASH OF R. . . . . . ' RV-RPT-HASH-ED
082100         DELIMITED BY SIZE INTO RV-PRINT-LINE
082200     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
082300         AFTER ADVANCING 1 LINE
082400     MOVE SPACES TO RV-PRINT-LINE
082500     STRING '  EXPECTED . . . . . . . . . ' RV-RPT-EXP-HASH-ED
082600         DELIMITED BY SIZE INTO RV-PRINT-LINE
082700     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
082800         AFTER ADVANCING 1 LINE
082900*
083000     MOVE RV-PROOF-HITS TO RV-RPT-HITS-ED
083100     MOVE RV-EXP-HITS TO RV-RPT-EXP-HITS-ED
083200     MOVE SPACES TO RV-PRINT-LINE
083300     STRING 'REBUILT HIT TOTAL. . . . . ' RV-RPT-HITS-ED
083400         ' EXPECTED ' RV-RPT-EXP-HITS-ED
083500         DELIMITED BY SIZE INTO RV-PRINT-LINE
083600     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
083700         AFTER ADVANCING 1 LINE
083800*
083900     IF RV-PROOF-FAILED
084000         PERFORM 5900-PRINT-FAILURE THRU 5900-EXIT
084100     ELSE
084200         MOVE SPACES TO RV-PRINT-LINE
084300         WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
084400             AFTER ADVANCING 1 LINE
084500         MOVE 'MASTER PROVED - RELEASED FOR USE' TO RV-PRINT-LINE
084600         WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
084700             AFTER ADVANCING 1 LINE
084800     END-IF.
084900*
085000 5000-EXIT.
085100     EXIT.
085200*
085300 5900-PRINT-FAILURE.
085400*
085500     MOVE SPACES TO RV-PRINT-LINE
085600     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
085700         AFTER ADVANCING 1 LINE
085800*
085900     MOVE SPACES TO RV-PRINT-LINE
086000     STRING '*** RECOVERY FAILED - ' RV-FAIL-REASON
086100         DELIMITED BY SIZE INTO RV-PRINT-LINE
086200     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
086300         AFTER ADVANCING 1 LINE
086400*
086500     MOVE '*** MASTER NOT RELEASED - SQRTLCK LEFT IN PLACE'
086600         TO RV-PRINT-LINE
086700     WRITE SQRTRVP-RECORD FROM RV-PRINT-LINE
086800         AFTER ADVANCING 1 LINE.
086900*
087000 5900-EXIT.
087100     EXIT.
087200*
087300 9999-TERMINATE.
087400     STOP RUN.
