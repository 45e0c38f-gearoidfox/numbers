003430*                   REQUEST THE CUBE (OR ANY ODD) ROOT OF A     *
003440*                   NEGATIVE NUMBER.  A SIGN PUNCH WITH AN      *
003450*                   EVEN OR BLANK DEGREE STILL REJECTS.         *
003458*  15/10/2026  DOK  CALLS SQRTSTP AT START AND END.  AS THE     *
003466*                   FIRST STEP OF THE STREAM IT OPENS THE       *
003474*                   RUN'S RECORD ON THE SQRTSTC STEP-CONTROL    *
003482*                   FILE; A REFUSED START ENDS THE STEP WITH    *
003490*                   RETURN CODE 16.                             *
003492*  15/10/2026  DOK  SQRTCLN RECORDS GAIN A RANGE-CARD TAG AFTER *
003494*                   THE REQUESTER ID.  IT IS LEFT BLANK HERE;   *
003496*                   SQRTGEN FILLS IT ON THE VALUES IT EXPANDS   *
003498*                   FROM A RANGE CARD.                          *
003500*--------------------------------------------------------------*
003600*
003700 ENVIRONMENT DIVISION.
006300*
006400 FD  SQRTCLN-FILE
006500     RECORDING MODE IS F.
006600 01  SQRTCLN-RECORD              PIC X(37).
006700*
006800 FD  SQRTERP-FILE
006900     RECORDING MODE IS F.
011100 77  ED-COUNT-ED                PIC ZZZZZZZ9.
011200 77  ED-DUP-COUNT-ED            PIC ZZZZZ9.
011300*
011311*    STEP-CONTROL CALL - SEE SQRTSTP.
011322 01  ED-STC-FUNCTION           PIC X(01).
011333 01  ED-STC-STEP               PIC X(8)  VALUE 'SQRTEDT '.
011344 01  ED-STC-RC                 PIC 9(2)  USAGE COMP.
011355 01  ED-STC-RESULT             PIC 9(2)  USAGE COMP.
011366 77  ED-STEP-SW                PIC X(01) VALUE 'N'.
011377     88  ED-STEP-STARTED                 VALUE 'Y'.
011388*
011400 PROCEDURE DIVISION.
011500*
011600 0000-MAINLINE.
011700*
011733     PERFORM 0100-BEGIN-STEP THRU 0100-EXIT
011766*
011800     OPEN OUTPUT SQRTERP-FILE
011900     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
012000*
013500*
013600     GO TO 9999-TERMINATE.
013700*
013704*--------------------------------------------------------------*
013708*  0100-BEGIN-STEP - ASK SQRTSTP WHETHER THIS STEP MAY RUN      *
013712*  FOR THIS RUN NUMBER.  SQRTSTP HAS ALREADY TOLD THE           *
013716*  OPERATOR WHY A START IS REFUSED.                             *
013720*--------------------------------------------------------------*
013724 0100-BEGIN-STEP.
013728*
013732     MOVE 'B' TO ED-STC-FUNCTION
013736     MOVE ZERO TO ED-STC-RC
013740     CALL 'SQRTSTP' USING ED-STC-FUNCTION ED-STC-STEP
013744         ED-STC-RC ED-STC-RESULT
013748*
013752     IF ED-STC-RESULT NOT EQUAL ZERO
013756         MOVE 16 TO RETURN-CODE
013760         GO TO 9999-TERMINATE
013764     END-IF
013768*
013772     SET ED-STEP-STARTED TO TRUE.
013776*
013780 0100-EXIT.
013784     EXIT.
013788*
013800*--------------------------------------------------------------*
013900*  1000-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
014000*  CALLED AGAIN WHENEVER THE REPORT FILLS A PAGE.               *
040400 4000-EXIT.
040500     EXIT.
040600*
040605*--------------------------------------------------------------*
040610*  9900-END-STEP - RECORD THE STEP'S END AND FINAL RETURN       *
040615*  CODE ON SQRTSTC.  NOTHING IS RECORDED FOR A STEP THAT WAS    *
040620*  REFUSED AT START.                                            *
040625*--------------------------------------------------------------*
040630 9900-END-STEP.
040635*
040640     IF ED-STEP-STARTED
040645         MOVE 'E' TO ED-STC-FUNCTION
040650         MOVE RETURN-CODE TO ED-STC-RC
040655         CALL 'SQRTSTP' USING ED-STC-FUNCTION ED-STC-STEP
040660             ED-STC-RC ED-STC-RESULT
040665     END-IF.
040670*
040675 9900-EXIT.
040680     EXIT.
040685*
040700 9999-TERMINATE.
040750     PERFORM 9900-END-STEP THRU 9900-EXIT
040800     STOP RUN.
