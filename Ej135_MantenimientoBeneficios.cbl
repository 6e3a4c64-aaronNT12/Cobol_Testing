*> Purpose: Benefit plan master and employee enrollment maintenance
*>
*> BenefitsDeduction was one keyed number per employee: nobody could
*> say which plans it paid for, and the employer's share of each
*> premium was never worked out. This keeps BENEFIT-PLANS.DAT - one
*> record per plan (health, dental, pension, life) with the provider
*> and the employee and employer rates, each a fixed amount per pay
*> period or a percentage of gross - and BENEFIT-ENROLL.DAT, one
*> record per employee per plan with the effective and end dates.
*> Menu-driven like GARNISH-MAINT, the employee checked against
*> EMPLOYEE.DAT on enrollment, every change in the shared AUDIT-TRAIL.
*> The payroll pass prices the enrollments in force on the run date.
*>
*> Mod history:
*> 24.11.21 AN - initial version.
*> 24.12.09 AN - the EMPLOYEE.DAT FD carries the pay frequency byte the
*>               master gained with the hourly rate, so the record
*>               length matches the 103-byte master again.

IDENTIFICATION DIVISION.
PROGRAM-ID. BENEFIT-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY BENEFIT-PLANS-SELECT.
	COPY BENEFIT-ENROLL-SELECT.
	SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY BENEFIT-PLANS-FD.

COPY BENEFIT-ENROLL-FD.

FD EMPLOYEE-FILE.
01 EMPLOYEE-RECORD.
	05 EF-EMPLOYEE-ID PIC 9(5).
	05 EF-REST PIC X(75).
	05 EF-LIFECYCLE-DATES PIC X(16).
	05 EF-PAY-DETAILS PIC X(7).

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-WORK-PLAN PIC X(6).
01 WS-WORK-EMPLOYEE PIC 9(5).
01 WS-WORK-DATE PIC 9(8).
01 WS-BP-EOF PIC X VALUE 'N'.
	88 PLANS-EOF VALUE 'Y'.
01 WS-BE-EOF PIC X VALUE 'N'.
	88 ENROLLMENTS-EOF VALUE 'Y'.
01 WS-EMP-EOF PIC X VALUE 'N'.
	88 EMPLOYEES-EOF VALUE 'Y'.
01 WS-EMP-FOUND PIC X.
	88 EMPLOYEE-ON-FILE VALUE 'Y'.
COPY BENEFIT-PLANS-STATUS.
COPY BENEFIT-ENROLL-STATUS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'BENEFIT-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'BENEFIT-MAINT' TO AT-CALLING-PROGRAM.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O BENEFIT-PLANS.
	IF NOT BP-OK
		CLOSE BENEFIT-PLANS
		OPEN OUTPUT BENEFIT-PLANS
		CLOSE BENEFIT-PLANS
		OPEN I-O BENEFIT-PLANS
	END-IF
	OPEN I-O BENEFIT-ENROLL.
	IF NOT BE-OK
		CLOSE BENEFIT-ENROLL
		OPEN OUTPUT BENEFIT-ENROLL
		CLOSE BENEFIT-ENROLL
		OPEN I-O BENEFIT-ENROLL
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Add benefit plan'
		DISPLAY '2. Change plan rates'
		DISPLAY '3. Close benefit plan'
		DISPLAY '4. List benefit plans'
		DISPLAY '5. Enroll employee in plan'
		DISPLAY '6. End enrollment'
		DISPLAY '7. List enrollments'
		DISPLAY '8. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM ADD-PLAN THRU ADD-PLAN-EXIT
			WHEN 2 PERFORM CHANGE-PLAN
			WHEN 3 PERFORM CLOSE-PLAN
			WHEN 4 PERFORM LIST-PLANS
			WHEN 5 PERFORM ENROLL-EMPLOYEE THRU ENROLL-EMPLOYEE-EXIT
			WHEN 6 PERFORM END-ENROLLMENT
			WHEN 7 PERFORM LIST-ENROLLMENTS
			WHEN 8 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE BENEFIT-PLANS.
	CLOSE BENEFIT-ENROLL.
	STOP RUN.

ADD-PLAN.
	DISPLAY 'Plan code: '
	ACCEPT WS-WORK-PLAN
	IF WS-WORK-PLAN = SPACES
		DISPLAY 'Plan code is required - rejected'
		GO TO ADD-PLAN-EXIT
	END-IF
	MOVE WS-WORK-PLAN TO BP-PLAN-CODE
	DISPLAY 'Description: '
	ACCEPT BP-DESCRIPTION
	DISPLAY 'Type (H=health, D=dental, P=pension, L=life): '
	ACCEPT BP-PLAN-TYPE
	IF NOT BP-VALID-TYPE
		DISPLAY 'Type must be H, D, P or L - rejected'
		GO TO ADD-PLAN-EXIT
	END-IF
	DISPLAY 'Provider: '
	ACCEPT BP-PROVIDER
	IF BP-PROVIDER = SPACES
		DISPLAY 'Provider is required for the remittance - rejected'
		GO TO ADD-PLAN-EXIT
	END-IF
	PERFORM ACCEPT-PLAN-RATES
	IF NOT (BP-EE-FIXED-AMOUNT OR BP-EE-PCT-OF-GROSS)
		OR NOT (BP-ER-FIXED-AMOUNT OR BP-ER-PCT-OF-GROSS)
		DISPLAY 'Method must be A or P - rejected'
		GO TO ADD-PLAN-EXIT
	END-IF
	MOVE 'A' TO BP-STATUS
	MOVE ZEROS TO BP-YTD-YEAR
	MOVE ZEROS TO BP-EE-YTD
	MOVE ZEROS TO BP-ER-YTD
	WRITE BENEFIT-PLAN-RECORD
		INVALID KEY
			DISPLAY 'Plan ' WS-WORK-PLAN ' already exists'
		NOT INVALID KEY
			DISPLAY 'Plan ' WS-WORK-PLAN ' added'
			MOVE 'ADD' TO AT-CHANGE-OPERATION
			MOVE WS-WORK-PLAN TO AT-TRACKED-KEY
			MOVE SPACES TO AT-CHANGE-DETAIL
			STRING 'plan type ' BP-PLAN-TYPE ' ' BP-PROVIDER
				DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
			PERFORM LOG-AUDIT-EVENT
	END-WRITE.
	ADD-PLAN-EXIT.
	EXIT.

*> the employee share, then the employer share, each an amount per
*> pay period or a percentage of the period's gross
ACCEPT-PLAN-RATES.
	DISPLAY 'Employee share (A=fixed amount, P=percent of gross): '
	ACCEPT BP-EE-METHOD
	MOVE ZEROS TO BP-EE-AMOUNT
	MOVE ZEROS TO BP-EE-PERCENT
	IF BP-EE-FIXED-AMOUNT
		DISPLAY 'Employee amount per pay period: '
		ACCEPT BP-EE-AMOUNT
	ELSE
		DISPLAY 'Employee percent of gross: '
		ACCEPT BP-EE-PERCENT
	END-IF
	DISPLAY 'Employer share (A=fixed amount, P=percent of gross): '
	ACCEPT BP-ER-METHOD
	MOVE ZEROS TO BP-ER-AMOUNT
	MOVE ZEROS TO BP-ER-PERCENT
	IF BP-ER-FIXED-AMOUNT
		DISPLAY 'Employer amount per pay period: '
		ACCEPT BP-ER-AMOUNT
	ELSE
		DISPLAY 'Employer percent of gross: '
		ACCEPT BP-ER-PERCENT
	END-IF.

CHANGE-PLAN.
	DISPLAY 'Plan code: '
	ACCEPT WS-WORK-PLAN
	MOVE WS-WORK-PLAN TO BP-PLAN-CODE
	READ BENEFIT-PLANS
		INVALID KEY
			DISPLAY 'Plan ' WS-WORK-PLAN ' not on file'
		NOT INVALID KEY
			DISPLAY 'Current: ' BP-DESCRIPTION ' provider ' BP-PROVIDER
			DISPLAY '  employee ' BP-EE-METHOD ' amount ' BP-EE-AMOUNT
				' pct ' BP-EE-PERCENT
				'  employer ' BP-ER-METHOD ' amount ' BP-ER-AMOUNT
				' pct ' BP-ER-PERCENT
			DISPLAY 'New provider: '
			ACCEPT BP-PROVIDER
			PERFORM ACCEPT-PLAN-RATES
			IF (BP-EE-FIXED-AMOUNT OR BP-EE-PCT-OF-GROSS)
				AND (BP-ER-FIXED-AMOUNT OR BP-ER-PCT-OF-GROSS)
				AND BP-PROVIDER NOT = SPACES
				REWRITE BENEFIT-PLAN-RECORD
				DISPLAY 'Plan ' WS-WORK-PLAN ' changed'
				MOVE 'UPDATE' TO AT-CHANGE-OPERATION
				MOVE WS-WORK-PLAN TO AT-TRACKED-KEY
				MOVE 'plan rates changed' TO AT-CHANGE-DETAIL
				PERFORM LOG-AUDIT-EVENT
			ELSE
				DISPLAY 'Method must be A or P and provider given - '
					'plan not changed'
			END-IF
	END-READ.

*> a closed plan stays on file with its year-to-date shares; the pay
*> run stops pricing it
CLOSE-PLAN.
	DISPLAY 'Plan code: '
	ACCEPT WS-WORK-PLAN
	MOVE WS-WORK-PLAN TO BP-PLAN-CODE
	READ BENEFIT-PLANS
		INVALID KEY
			DISPLAY 'Plan ' WS-WORK-PLAN ' not on file'
		NOT INVALID KEY
			MOVE 'C' TO BP-STATUS
			REWRITE BENEFIT-PLAN-RECORD
			DISPLAY 'Plan ' WS-WORK-PLAN ' closed'
			MOVE 'CLOSE' TO AT-CHANGE-OPERATION
			MOVE WS-WORK-PLAN TO AT-TRACKED-KEY
			MOVE 'plan closed' TO AT-CHANGE-DETAIL
			PERFORM LOG-AUDIT-EVENT
	END-READ.

LIST-PLANS.
	MOVE 'N' TO WS-BP-EOF
	MOVE LOW-VALUES TO BP-PLAN-CODE
	START BENEFIT-PLANS KEY IS GREATER THAN OR EQUAL TO BP-PLAN-CODE
		INVALID KEY SET PLANS-EOF TO TRUE
	END-START
	PERFORM UNTIL PLANS-EOF
		READ BENEFIT-PLANS NEXT RECORD
			AT END SET PLANS-EOF TO TRUE
			NOT AT END
				DISPLAY BP-PLAN-CODE ' ' BP-PLAN-TYPE ' '
					BP-DESCRIPTION ' ' BP-PROVIDER
					' status ' BP-STATUS
				DISPLAY '    employee ' BP-EE-METHOD ' ' BP-EE-AMOUNT
					' ' BP-EE-PERCENT '%  employer ' BP-ER-METHOD
					' ' BP-ER-AMOUNT ' ' BP-ER-PERCENT '%'
					'  ytd ' BP-YTD-YEAR ' ' BP-EE-YTD ' ' BP-ER-YTD
		END-READ
	END-PERFORM.

ENROLL-EMPLOYEE.
	DISPLAY 'Employee ID: '
	ACCEPT WS-WORK-EMPLOYEE
	PERFORM CHECK-EMPLOYEE-EXISTS
	IF NOT EMPLOYEE-ON-FILE
		DISPLAY 'Employee ' WS-WORK-EMPLOYEE ' not on EMPLOYEE.DAT'
		MOVE WS-WORK-EMPLOYEE TO EL-TRACKED-RESOURCE
		MOVE 'enrollment rejected - unknown employee'
			TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO ENROLL-EMPLOYEE-EXIT
	END-IF
	DISPLAY 'Plan code: '
	ACCEPT WS-WORK-PLAN
	MOVE WS-WORK-PLAN TO BP-PLAN-CODE
	READ BENEFIT-PLANS
		INVALID KEY
			DISPLAY 'Plan ' WS-WORK-PLAN ' not on file'
			GO TO ENROLL-EMPLOYEE-EXIT
	END-READ
	IF NOT BP-ACTIVE
		DISPLAY 'Plan ' WS-WORK-PLAN ' is closed - rejected'
		GO TO ENROLL-EMPLOYEE-EXIT
	END-IF
	MOVE WS-WORK-EMPLOYEE TO BE-EMPLOYEE-ID
	MOVE WS-WORK-PLAN TO BE-PLAN-CODE
	DISPLAY 'Effective date (YYYYMMDD): '
	ACCEPT BE-EFFECTIVE-DATE
	DISPLAY 'End date (YYYYMMDD, 0 = open-ended): '
	ACCEPT BE-END-DATE
	IF BE-END-DATE NOT = ZERO
		AND BE-END-DATE < BE-EFFECTIVE-DATE
		DISPLAY 'End date is before the effective date - rejected'
		GO TO ENROLL-EMPLOYEE-EXIT
	END-IF
	WRITE BENEFIT-ENROLL-RECORD
		INVALID KEY
			DISPLAY 'Employee ' WS-WORK-EMPLOYEE ' already enrolled in '
				WS-WORK-PLAN
		NOT INVALID KEY
			DISPLAY 'Employee ' WS-WORK-EMPLOYEE ' enrolled in '
				WS-WORK-PLAN
			MOVE 'ENROLL' TO AT-CHANGE-OPERATION
			MOVE BE-ENROLL-KEY TO AT-TRACKED-KEY
			MOVE SPACES TO AT-CHANGE-DETAIL
			STRING 'from ' BE-EFFECTIVE-DATE ' to ' BE-END-DATE
				DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
			PERFORM LOG-AUDIT-EVENT
	END-WRITE.
	ENROLL-EMPLOYEE-EXIT.
	EXIT.

CHECK-EMPLOYEE-EXISTS.
	MOVE 'N' TO WS-EMP-FOUND
	MOVE 'N' TO WS-EMP-EOF
	OPEN INPUT EMPLOYEE-FILE
	IF NOT FS-STATUS-OK
		CLOSE EMPLOYEE-FILE
		EXIT PARAGRAPH
	END-IF
	READ EMPLOYEE-FILE
		AT END SET EMPLOYEES-EOF TO TRUE
	END-READ
	PERFORM UNTIL EMPLOYEES-EOF
		IF EF-EMPLOYEE-ID = WS-WORK-EMPLOYEE
			SET EMPLOYEE-ON-FILE TO TRUE
		END-IF
		READ EMPLOYEE-FILE
			AT END SET EMPLOYEES-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE EMPLOYEE-FILE.

*> an ended enrollment stays on file as the history of the coverage
END-ENROLLMENT.
	DISPLAY 'Employee ID: '
	ACCEPT WS-WORK-EMPLOYEE
	DISPLAY 'Plan code: '
	ACCEPT WS-WORK-PLAN
	MOVE WS-WORK-EMPLOYEE TO BE-EMPLOYEE-ID
	MOVE WS-WORK-PLAN TO BE-PLAN-CODE
	READ BENEFIT-ENROLL
		INVALID KEY
			DISPLAY 'Employee ' WS-WORK-EMPLOYEE ' not enrolled in '
				WS-WORK-PLAN
		NOT INVALID KEY
			DISPLAY 'Enrolled from ' BE-EFFECTIVE-DATE
			DISPLAY 'Last day of coverage (YYYYMMDD): '
			ACCEPT WS-WORK-DATE
			IF WS-WORK-DATE < BE-EFFECTIVE-DATE
				DISPLAY 'End date is before the effective date - '
					'not changed'
			ELSE
				MOVE WS-WORK-DATE TO BE-END-DATE
				REWRITE BENEFIT-ENROLL-RECORD
				DISPLAY 'Enrollment ends ' BE-END-DATE
				MOVE 'END' TO AT-CHANGE-OPERATION
				MOVE BE-ENROLL-KEY TO AT-TRACKED-KEY
				MOVE SPACES TO AT-CHANGE-DETAIL
				STRING 'coverage ends ' BE-END-DATE
					DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
				PERFORM LOG-AUDIT-EVENT
			END-IF
	END-READ.

LIST-ENROLLMENTS.
	MOVE 'N' TO WS-BE-EOF
	MOVE LOW-VALUES TO BE-ENROLL-KEY
	START BENEFIT-ENROLL KEY IS GREATER THAN OR EQUAL TO BE-ENROLL-KEY
		INVALID KEY SET ENROLLMENTS-EOF TO TRUE
	END-START
	PERFORM UNTIL ENROLLMENTS-EOF
		READ BENEFIT-ENROLL NEXT RECORD
			AT END SET ENROLLMENTS-EOF TO TRUE
			NOT AT END
				DISPLAY 'employee ' BE-EMPLOYEE-ID ' plan ' BE-PLAN-CODE
					' from ' BE-EFFECTIVE-DATE ' to ' BE-END-DATE
		END-READ
	END-PERFORM.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
