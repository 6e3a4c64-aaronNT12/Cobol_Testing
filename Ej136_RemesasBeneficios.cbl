*> Purpose: Monthly benefit remittance per plan provider
*>
*> Every pay run appends each employee's priced plans - employee
*> deduction and employer contribution - to BENEFIT-DEDUCTIONS.DAT.
*> This totals one month of it (BENEFIT_REMIT_MONTH as YYYYMM, default
*> the current month) into BENEFIT-REMIT.RPT: a section per provider,
*> a line per plan with the number of deductions, the employee share,
*> the employer share and what is owed the provider, then the
*> provider's total, and the month's total at the end. The register
*> is left as it is; the month is chosen, not consumed.
*>
*> Mod history:
*> 24.11.21 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. BENEFIT-REMIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY BENEFIT-DEDUCTIONS-SELECT.
	COPY BENEFIT-PLANS-SELECT.
	SELECT REMIT-REPORT ASSIGN TO 'BENEFIT-REMIT.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY ERROR-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY BENEFIT-DEDUCTIONS-FD.

COPY BENEFIT-PLANS-FD.

FD REMIT-REPORT.
01 REMIT-LINE PIC X(100).

COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
	88 END-OF-FILE VALUE 'Y'.
COPY BENEFIT-PLANS-STATUS.
01 WS-PLANS-FLAG PIC X VALUE 'N'.
	88 PLANS-AVAILABLE VALUE 'Y'.
01 WS-MONTH-TEXT PIC X(6) VALUE SPACES.
01 WS-REMIT-MONTH PIC 9(6) VALUE ZERO.
*> one entry per provider and plan seen in the month
01 WS-REMIT-COUNT PIC 9(3) VALUE ZERO.
01 WS-REMIT-TABLE.
	05 WS-REMIT-ENTRY OCCURS 100 TIMES.
		10 WS-REMIT-PROVIDER PIC X(20).
		10 WS-REMIT-PLAN PIC X(6).
		10 WS-REMIT-DEDUCTIONS PIC 9(5).
		10 WS-REMIT-EE PIC 9(9)V99.
		10 WS-REMIT-ER PIC 9(9)V99.
		10 WS-REMIT-DONE PIC X.
01 WS-REMIT-SUB PIC 9(3).
01 WS-REMIT-FOUND PIC 9(3).
01 WS-PROVIDER-SUB PIC 9(3).
01 WS-CURRENT-PROVIDER PIC X(20).
01 WS-PROVIDER-EE PIC 9(11)V99.
01 WS-PROVIDER-ER PIC 9(11)V99.
01 WS-MONTH-EE PIC 9(11)V99 VALUE ZERO.
01 WS-MONTH-ER PIC 9(11)V99 VALUE ZERO.
01 WS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
01 WS-PROVIDER-LINE.
	05 FILLER PIC X(10) VALUE 'PROVIDER: '.
	05 PL-PROVIDER PIC X(20).
01 WS-COLUMN-LINE.
	05 FILLER PIC X(8) VALUE 'PLAN'.
	05 FILLER PIC X(31) VALUE 'DESCRIPTION'.
	05 FILLER PIC X(7) VALUE '  COUNT'.
	05 FILLER PIC X(18) VALUE '    EMPLOYEE SHARE'.
	05 FILLER PIC X(18) VALUE '    EMPLOYER SHARE'.
	05 FILLER PIC X(18) VALUE '        REMITTANCE'.
01 WS-PLAN-LINE.
	05 RL-PLAN PIC X(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RL-DESCRIPTION PIC X(30).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RL-COUNT PIC ZZ,ZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RL-EE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RL-ER PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RL-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'BENEFIT-REMIT' TO EL-CALLING-PROGRAM.
	MOVE 'BENEFIT-REMIT' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT 'BENEFIT_REMIT_MONTH'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	IF WS-MONTH-TEXT IS NUMERIC
		MOVE WS-MONTH-TEXT TO WS-REMIT-MONTH
	ELSE
		MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REMIT-MONTH
	END-IF.
	PERFORM LOAD-MONTH.
	OPEN INPUT BENEFIT-PLANS.
	IF BP-OK
		SET PLANS-AVAILABLE TO TRUE
	ELSE
		CLOSE BENEFIT-PLANS
	END-IF.
	OPEN OUTPUT REMIT-REPORT.
	MOVE SPACES TO REMIT-LINE
	STRING 'BENEFIT PLAN REMITTANCE - MONTH ' WS-REMIT-MONTH
		DELIMITED BY SIZE INTO REMIT-LINE
	WRITE REMIT-LINE
	MOVE SPACES TO REMIT-LINE
	WRITE REMIT-LINE
	PERFORM VARYING WS-PROVIDER-SUB FROM 1 BY 1
		UNTIL WS-PROVIDER-SUB > WS-REMIT-COUNT
		IF WS-REMIT-DONE(WS-PROVIDER-SUB) = 'N'
			PERFORM WRITE-PROVIDER-SECTION
		END-IF
	END-PERFORM.
	MOVE SPACES TO WS-PLAN-LINE
	MOVE 'MONTH TOTAL' TO RL-DESCRIPTION
	MOVE WS-MONTH-EE TO RL-EE
	MOVE WS-MONTH-ER TO RL-ER
	COMPUTE RL-TOTAL = WS-MONTH-EE + WS-MONTH-ER
	WRITE REMIT-LINE FROM WS-PLAN-LINE
	IF WS-DROPPED-COUNT > ZERO
		MOVE SPACES TO REMIT-LINE
		STRING '*** ' WS-DROPPED-COUNT
			' DEDUCTION(S) NOT TOTALLED - TABLE FULL'
			DELIMITED BY SIZE INTO REMIT-LINE
		WRITE REMIT-LINE
		MOVE 'BENEFIT-DEDUCTIONS.DAT' TO EL-TRACKED-RESOURCE
		MOVE 'remittance table full - deductions left out'
			TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		MOVE 4 TO RETURN-CODE
	END-IF
	CLOSE REMIT-REPORT.
	IF PLANS-AVAILABLE
		CLOSE BENEFIT-PLANS
	END-IF.
	MOVE WS-REMIT-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-DROPPED-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	DISPLAY 'Benefit remittance ' WS-REMIT-MONTH ': employee share '
		WS-MONTH-EE ', employer share ' WS-MONTH-ER.
	STOP RUN.

LOAD-MONTH.
	OPEN INPUT BENEFIT-DEDUCTIONS
	READ BENEFIT-DEDUCTIONS
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF BD-PAY-DATE(1:6) = WS-REMIT-MONTH
			ADD 1 TO JS-RECORDS-READ
			PERFORM ADD-TO-REMITTANCE
		END-IF
		READ BENEFIT-DEDUCTIONS
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE BENEFIT-DEDUCTIONS.

ADD-TO-REMITTANCE.
	MOVE ZERO TO WS-REMIT-FOUND
	PERFORM VARYING WS-REMIT-SUB FROM 1 BY 1
		UNTIL WS-REMIT-SUB > WS-REMIT-COUNT
		IF WS-REMIT-PROVIDER(WS-REMIT-SUB) = BD-PROVIDER
			AND WS-REMIT-PLAN(WS-REMIT-SUB) = BD-PLAN-CODE
			MOVE WS-REMIT-SUB TO WS-REMIT-FOUND
		END-IF
	END-PERFORM
	IF WS-REMIT-FOUND = ZERO
		IF WS-REMIT-COUNT < 100
			ADD 1 TO WS-REMIT-COUNT
			MOVE WS-REMIT-COUNT TO WS-REMIT-FOUND
			MOVE BD-PROVIDER TO WS-REMIT-PROVIDER(WS-REMIT-FOUND)
			MOVE BD-PLAN-CODE TO WS-REMIT-PLAN(WS-REMIT-FOUND)
			MOVE ZERO TO WS-REMIT-DEDUCTIONS(WS-REMIT-FOUND)
				WS-REMIT-EE(WS-REMIT-FOUND)
				WS-REMIT-ER(WS-REMIT-FOUND)
			MOVE 'N' TO WS-REMIT-DONE(WS-REMIT-FOUND)
		ELSE
			ADD 1 TO WS-DROPPED-COUNT
			EXIT PARAGRAPH
		END-IF
	END-IF
	ADD 1 TO WS-REMIT-DEDUCTIONS(WS-REMIT-FOUND)
	ADD BD-EMPLOYEE-SHARE TO WS-REMIT-EE(WS-REMIT-FOUND)
	ADD BD-EMPLOYER-SHARE TO WS-REMIT-ER(WS-REMIT-FOUND).

*> every plan of the provider first seen at WS-PROVIDER-SUB, then the
*> provider's total; each plan printed is marked so it is not
*> reported again under a later entry
WRITE-PROVIDER-SECTION.
	MOVE WS-REMIT-PROVIDER(WS-PROVIDER-SUB) TO WS-CURRENT-PROVIDER
	MOVE ZERO TO WS-PROVIDER-EE WS-PROVIDER-ER
	MOVE WS-CURRENT-PROVIDER TO PL-PROVIDER
	WRITE REMIT-LINE FROM WS-PROVIDER-LINE
	WRITE REMIT-LINE FROM WS-COLUMN-LINE
	PERFORM VARYING WS-REMIT-SUB FROM WS-PROVIDER-SUB BY 1
		UNTIL WS-REMIT-SUB > WS-REMIT-COUNT
		IF WS-REMIT-PROVIDER(WS-REMIT-SUB) = WS-CURRENT-PROVIDER
			PERFORM WRITE-PLAN-LINE
		END-IF
	END-PERFORM
	MOVE SPACES TO WS-PLAN-LINE
	MOVE 'PROVIDER TOTAL' TO RL-DESCRIPTION
	MOVE WS-PROVIDER-EE TO RL-EE
	MOVE WS-PROVIDER-ER TO RL-ER
	COMPUTE RL-TOTAL = WS-PROVIDER-EE + WS-PROVIDER-ER
	WRITE REMIT-LINE FROM WS-PLAN-LINE
	MOVE SPACES TO REMIT-LINE
	WRITE REMIT-LINE.

WRITE-PLAN-LINE.
	MOVE 'Y' TO WS-REMIT-DONE(WS-REMIT-SUB)
	MOVE SPACES TO WS-PLAN-LINE
	MOVE WS-REMIT-PLAN(WS-REMIT-SUB) TO RL-PLAN
	MOVE 'PLAN NOT ON BENEFIT-PLANS' TO RL-DESCRIPTION
	IF PLANS-AVAILABLE
		MOVE WS-REMIT-PLAN(WS-REMIT-SUB) TO BP-PLAN-CODE
		READ BENEFIT-PLANS
			NOT INVALID KEY
				MOVE BP-DESCRIPTION TO RL-DESCRIPTION
		END-READ
	END-IF
	MOVE WS-REMIT-DEDUCTIONS(WS-REMIT-SUB) TO RL-COUNT
	MOVE WS-REMIT-EE(WS-REMIT-SUB) TO RL-EE
	MOVE WS-REMIT-ER(WS-REMIT-SUB) TO RL-ER
	COMPUTE RL-TOTAL = WS-REMIT-EE(WS-REMIT-SUB)
		+ WS-REMIT-ER(WS-REMIT-SUB)
	WRITE REMIT-LINE FROM WS-PLAN-LINE
	ADD WS-REMIT-EE(WS-REMIT-SUB) TO WS-PROVIDER-EE WS-MONTH-EE
	ADD WS-REMIT-ER(WS-REMIT-SUB) TO WS-PROVIDER-ER WS-MONTH-ER.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
