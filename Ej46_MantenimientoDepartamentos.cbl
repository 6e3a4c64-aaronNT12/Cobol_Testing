*>               top level), so the payroll outputs can roll ten
*>               departments up to the three divisions management
*>               actually asks about.
*> 24.10.22 AN - departments carry the GL account their salaries are
*>               charged to (DM-GL-EXPENSE-ACCOUNT); SeniorTestProgram
*>               journals each department's gross pay to it.

IDENTIFICATION DIVISION.
PROGRAM-ID. DEPT-MAINT.
01 WS-ENTRY-DIVISION PIC X(10).
01 WS-DIVISION-OK PIC X.
	88 DIVISION-OK VALUE 'Y'.
01 WS-SAVED-RECORD PIC X(99).
01 WS-DM-EOF PIC X VALUE 'N'.
	88 DEPARTMENTS-EOF VALUE 'Y'.
COPY DEPARTMENT-MASTER-STATUS.
		MOVE SPACES TO WS-ENTRY-DIVISION
	END-IF
	MOVE WS-ENTRY-DIVISION TO DM-DIVISION
	DISPLAY 'Salary expense GL account (0 = not mapped yet): '
	ACCEPT DM-GL-EXPENSE-ACCOUNT ON EXCEPTION
		DISPLAY 'Invalid number - GL account left unmapped'
		MOVE ZEROS TO DM-GL-EXPENSE-ACCOUNT
	END-ACCEPT
	WRITE DEPARTMENT-MASTER-RECORD
		INVALID KEY
			DISPLAY 'Department ' DM-CODE ' already exists'
				MOVE SPACES TO WS-ENTRY-DIVISION
			END-IF
			MOVE WS-ENTRY-DIVISION TO DM-DIVISION
			IF DM-GL-EXPENSE-ACCOUNT IS NOT NUMERIC
				MOVE ZEROS TO DM-GL-EXPENSE-ACCOUNT
			END-IF
			DISPLAY 'Current salary expense GL account: '
				DM-GL-EXPENSE-ACCOUNT
			DISPLAY 'New salary expense GL account: '
			ACCEPT DM-GL-EXPENSE-ACCOUNT ON EXCEPTION
				MOVE ZEROS TO DM-GL-EXPENSE-ACCOUNT
			END-ACCEPT
			REWRITE DEPARTMENT-MASTER-RECORD
			DISPLAY 'Department ' WS-WORK-CODE ' changed'
			MOVE 'UPDATE' TO AT-CHANGE-OPERATION
					' manager ' DM-MANAGER
					' budget ' DM-BUDGET
					' division ' DM-DIVISION
					' GL ' DM-GL-EXPENSE-ACCOUNT
		END-READ
	END-PERFORM.

