*> Purpose: Tax exemption certificate maintenance - customers exempt
*> from provincial tax
*>
*> Charities, resellers and the like are exempt from provincial tax,
*> and with nowhere to say so the clerk keyed a province with no rate
*> to get the tax off the invoice, which put the sale on the wrong
*> line of the remittance return. This keeps TAX-EXEMPTIONS.DAT: one
*> certificate per customer and province - the certificate number,
*> the kind of exemption (charity, resale, government, other) and the
*> date it expires. INVOICE-LINE-EXTENSION and the SALES.DAT tax
*> batch look the customer up through the shared TAX-EXEMPTION-CHECK
*> paragraph every time they take a rate from TAX-LOOKUP: a current
*> certificate takes the tax off and TAX-REMITTANCE reports the sale
*> as exempt under its certificate number; an expired one leaves the
*> tax on and lists the sale as an exception. The customer must be on
*> CUSTOMER-MASTER and the province must have a rate in force, so a
*> certificate cannot be filed against a made-up province either.
*> Menu-driven like PAY-CALENDAR-MAINT, every change in the shared
*> AUDIT-TRAIL; option 5 lists the certificates due to expire so
*> renewals can be chased before invoices start carrying tax.
*>
*> Mod history:
*> 24.11.26 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-EXEMPT-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY TAX-EXEMPTIONS-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY TAX-EXEMPTIONS-FD.

COPY CUSTOMER-MASTER-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WORK-CUSTOMER PIC 9(6).
01 WS-WORK-PROVINCE PIC X(2).
01 WS-WORK-CERTIFICATE PIC X(12).
01 WS-WORK-TYPE PIC X.
	88 WORK-TYPE-VALID VALUE 'C' 'R' 'G' 'O'.
01 WS-WORK-EXPIRY PIC 9(8).
01 WS-OLD-CERTIFICATE PIC X(12).
01 WS-OLD-EXPIRY PIC 9(8).
01 WS-WINDOW-DAYS PIC 9(3).
01 WS-WINDOW-END PIC 9(8).
01 WS-LIST-COUNT PIC 9(5).
01 WS-CUSTOMER-FOUND PIC X.
	88 CUSTOMER-ON-FILE VALUE 'Y'.
01 WS-DETAIL-FLAG PIC X.
	88 DETAIL-VALID VALUE 'Y'.
01 WS-TX-EOF PIC X VALUE 'N'.
	88 EXEMPTIONS-EOF VALUE 'Y'.
COPY TAX-EXEMPTIONS-STATUS.
COPY CUSTOMER-MASTER-STATUS.
COPY TAX-LOOKUP-PARAMS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'TAX-EXEMPT-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'TAX-EXEMPT-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O TAX-EXEMPTIONS.
	IF NOT TX-OK
		CLOSE TAX-EXEMPTIONS
		OPEN OUTPUT TAX-EXEMPTIONS
		CLOSE TAX-EXEMPTIONS
		OPEN I-O TAX-EXEMPTIONS
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Add exemption certificate'
		DISPLAY '2. Renew or change certificate'
		DISPLAY '3. Remove certificate'
		DISPLAY '4. List certificates'
		DISPLAY '5. List certificates expiring soon'
		DISPLAY '6. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1
				IF OPR-LEVEL < 3
					DISPLAY 'Tax exemption changes take level 3'
				ELSE
					PERFORM ADD-CERTIFICATE THRU ADD-CERTIFICATE-EXIT
				END-IF
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Tax exemption changes take level 3'
				ELSE
					PERFORM CHANGE-CERTIFICATE
						THRU CHANGE-CERTIFICATE-EXIT
				END-IF
			WHEN 3
				IF OPR-LEVEL < 3
					DISPLAY 'Tax exemption changes take level 3'
				ELSE
					PERFORM REMOVE-CERTIFICATE
						THRU REMOVE-CERTIFICATE-EXIT
				END-IF
			WHEN 4 PERFORM LIST-CERTIFICATES
			WHEN 5 PERFORM LIST-EXPIRING
			WHEN 6 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE TAX-EXEMPTIONS.
	STOP RUN.

ACCEPT-CERTIFICATE-KEY.
	DISPLAY 'Customer number: '
	ACCEPT WS-WORK-CUSTOMER
	DISPLAY 'Province: '
	ACCEPT WS-WORK-PROVINCE
	MOVE WS-WORK-CUSTOMER TO TX-CUSTOMER-NO
	MOVE WS-WORK-PROVINCE TO TX-PROVINCE.

*> certificate number, type and expiry, as keyed for an add or a
*> renewal; an expiry already past is refused, there is nothing to
*> exempt under it
ACCEPT-CERTIFICATE-DETAIL.
	DISPLAY 'Certificate number: '
	ACCEPT WS-WORK-CERTIFICATE
	DISPLAY 'Exemption type (C = charity, R = resale, '
		'G = government, O = other): '
	ACCEPT WS-WORK-TYPE
	DISPLAY 'Expiry date (YYYYMMDD): '
	ACCEPT WS-WORK-EXPIRY.

CHECK-CERTIFICATE-DETAIL.
	MOVE 'N' TO WS-DETAIL-FLAG
	IF WS-WORK-CERTIFICATE = SPACES
		DISPLAY 'Certificate number is required - rejected'
		EXIT PARAGRAPH
	END-IF
	IF NOT WORK-TYPE-VALID
		DISPLAY 'Exemption type must be C, R, G or O - rejected'
		EXIT PARAGRAPH
	END-IF
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-EXPIRY) NOT = ZERO
		DISPLAY 'Expiry ' WS-WORK-EXPIRY ' is not a date - rejected'
		EXIT PARAGRAPH
	END-IF
	IF WS-WORK-EXPIRY < WS-TODAY-DATE
		DISPLAY 'Certificate expired ' WS-WORK-EXPIRY ' - rejected'
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO WS-DETAIL-FLAG.

*> the customer has to exist and the province has to carry a rate
*> today, or the certificate would exempt nothing real
CHECK-CUSTOMER-AND-PROVINCE.
	MOVE 'N' TO WS-CUSTOMER-FOUND
	OPEN INPUT CUSTOMER-MASTER
	IF NOT CU-OK
		CLOSE CUSTOMER-MASTER
		DISPLAY 'Customer master not available - rejected'
		EXIT PARAGRAPH
	END-IF
	MOVE WS-WORK-CUSTOMER TO CU-CUSTOMER-NO
	READ CUSTOMER-MASTER
		INVALID KEY
			DISPLAY 'Customer ' WS-WORK-CUSTOMER ' not on file'
				' - rejected'
		NOT INVALID KEY
			MOVE 'Y' TO WS-CUSTOMER-FOUND
	END-READ
	CLOSE CUSTOMER-MASTER
	IF NOT CUSTOMER-ON-FILE
		EXIT PARAGRAPH
	END-IF
	MOVE WS-WORK-PROVINCE TO TLK-PROVINCE
	MOVE WS-TODAY-DATE TO TLK-DATE
	CALL 'TAX-LOOKUP' USING TLK-PARAMETERS
	IF NOT TLK-RATE-FOUND
		MOVE 'N' TO WS-CUSTOMER-FOUND
		DISPLAY 'Province ' WS-WORK-PROVINCE ' has no tax rate'
			' in force - rejected'
	END-IF.

ADD-CERTIFICATE.
	PERFORM ACCEPT-CERTIFICATE-KEY
	PERFORM CHECK-CUSTOMER-AND-PROVINCE
	IF NOT CUSTOMER-ON-FILE
		GO TO ADD-CERTIFICATE-EXIT
	END-IF
	PERFORM ACCEPT-CERTIFICATE-DETAIL
	PERFORM CHECK-CERTIFICATE-DETAIL
	IF NOT DETAIL-VALID
		GO TO ADD-CERTIFICATE-EXIT
	END-IF
	MOVE WS-WORK-CUSTOMER TO TX-CUSTOMER-NO
	MOVE WS-WORK-PROVINCE TO TX-PROVINCE
	MOVE WS-WORK-CERTIFICATE TO TX-CERTIFICATE-NO
	MOVE WS-WORK-TYPE TO TX-EXEMPT-TYPE
	MOVE WS-WORK-EXPIRY TO TX-EXPIRY-DATE
	WRITE TAX-EXEMPTION-RECORD
		INVALID KEY
			DISPLAY 'Customer ' WS-WORK-CUSTOMER ' already holds a'
				' certificate for ' WS-WORK-PROVINCE
				' - use option 2 to renew it'
		NOT INVALID KEY
			DISPLAY 'Certificate ' TX-CERTIFICATE-NO ' filed for '
				WS-WORK-CUSTOMER ' ' WS-WORK-PROVINCE
			MOVE 'ADD' TO AT-CHANGE-OPERATION
			MOVE TX-KEY TO AT-TRACKED-KEY
			MOVE SPACES TO AT-CHANGE-DETAIL
			STRING 'cert ' TX-CERTIFICATE-NO ' type ' TX-EXEMPT-TYPE
				' expires ' TX-EXPIRY-DATE
				DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
			PERFORM LOG-AUDIT-EVENT
	END-WRITE.
	ADD-CERTIFICATE-EXIT.
	EXIT.

*> a renewal replaces the certificate on the same key; the old
*> number and expiry stay in the audit trail
CHANGE-CERTIFICATE.
	PERFORM ACCEPT-CERTIFICATE-KEY
	READ TAX-EXEMPTIONS
		INVALID KEY
			DISPLAY 'No certificate for ' WS-WORK-CUSTOMER ' '
				WS-WORK-PROVINCE
			GO TO CHANGE-CERTIFICATE-EXIT
	END-READ
	DISPLAY 'Current certificate ' TX-CERTIFICATE-NO ' type '
		TX-EXEMPT-TYPE ' expires ' TX-EXPIRY-DATE
	MOVE TX-CERTIFICATE-NO TO WS-OLD-CERTIFICATE
	MOVE TX-EXPIRY-DATE TO WS-OLD-EXPIRY
	PERFORM ACCEPT-CERTIFICATE-DETAIL
	PERFORM CHECK-CERTIFICATE-DETAIL
	IF NOT DETAIL-VALID
		GO TO CHANGE-CERTIFICATE-EXIT
	END-IF
	MOVE WS-WORK-CERTIFICATE TO TX-CERTIFICATE-NO
	MOVE WS-WORK-TYPE TO TX-EXEMPT-TYPE
	MOVE WS-WORK-EXPIRY TO TX-EXPIRY-DATE
	REWRITE TAX-EXEMPTION-RECORD
	DISPLAY 'Certificate for ' WS-WORK-CUSTOMER ' ' WS-WORK-PROVINCE
		' now ' TX-CERTIFICATE-NO ' expiring ' TX-EXPIRY-DATE
	MOVE 'UPDATE' TO AT-CHANGE-OPERATION
	MOVE TX-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'cert ' WS-OLD-CERTIFICATE ' ' WS-OLD-EXPIRY ' -> '
		TX-CERTIFICATE-NO ' ' TX-EXPIRY-DATE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-CERTIFICATE-EXIT.
	EXIT.

*> a customer no longer exempt is taxed from the next invoice on;
*> sales already made under the certificate keep its number on the
*> taxed files and the return
REMOVE-CERTIFICATE.
	PERFORM ACCEPT-CERTIFICATE-KEY
	READ TAX-EXEMPTIONS
		INVALID KEY
			DISPLAY 'No certificate for ' WS-WORK-CUSTOMER ' '
				WS-WORK-PROVINCE
			MOVE TX-KEY TO EL-TRACKED-RESOURCE
			MOVE 'certificate remove rejected - not on file'
				TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO REMOVE-CERTIFICATE-EXIT
	END-READ
	DELETE TAX-EXEMPTIONS RECORD
	DISPLAY 'Certificate ' TX-CERTIFICATE-NO ' removed'
	MOVE 'DELETE' TO AT-CHANGE-OPERATION
	MOVE TX-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'cert ' TX-CERTIFICATE-NO ' removed, expired '
		TX-EXPIRY-DATE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	REMOVE-CERTIFICATE-EXIT.
	EXIT.

*> one customer's certificates, or zero for the lot
LIST-CERTIFICATES.
	DISPLAY 'Customer number (0 = all): '
	ACCEPT WS-WORK-CUSTOMER
	MOVE ZERO TO WS-LIST-COUNT
	MOVE 'N' TO WS-TX-EOF
	MOVE LOW-VALUES TO TX-KEY
	IF WS-WORK-CUSTOMER NOT = ZERO
		MOVE WS-WORK-CUSTOMER TO TX-CUSTOMER-NO
	END-IF
	START TAX-EXEMPTIONS KEY IS GREATER THAN OR EQUAL TO TX-KEY
		INVALID KEY SET EXEMPTIONS-EOF TO TRUE
	END-START
	PERFORM UNTIL EXEMPTIONS-EOF
		READ TAX-EXEMPTIONS NEXT RECORD
			AT END SET EXEMPTIONS-EOF TO TRUE
			NOT AT END
				IF WS-WORK-CUSTOMER NOT = ZERO
					AND TX-CUSTOMER-NO NOT = WS-WORK-CUSTOMER
					SET EXEMPTIONS-EOF TO TRUE
				ELSE
					PERFORM SHOW-CERTIFICATE
				END-IF
		END-READ
	END-PERFORM
	DISPLAY WS-LIST-COUNT ' certificate(s)'.

*> everything expiring within the window the operator gives, and
*> anything already expired that is still on file
LIST-EXPIRING.
	DISPLAY 'Days ahead to look (e.g. 30): '
	ACCEPT WS-WINDOW-DAYS
	COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-WINDOW-DAYS)
	MOVE ZERO TO WS-LIST-COUNT
	MOVE 'N' TO WS-TX-EOF
	MOVE LOW-VALUES TO TX-KEY
	START TAX-EXEMPTIONS KEY IS GREATER THAN OR EQUAL TO TX-KEY
		INVALID KEY SET EXEMPTIONS-EOF TO TRUE
	END-START
	PERFORM UNTIL EXEMPTIONS-EOF
		READ TAX-EXEMPTIONS NEXT RECORD
			AT END SET EXEMPTIONS-EOF TO TRUE
			NOT AT END
				IF TX-EXPIRY-DATE <= WS-WINDOW-END
					PERFORM SHOW-CERTIFICATE
				END-IF
		END-READ
	END-PERFORM
	DISPLAY WS-LIST-COUNT ' certificate(s) expired or expiring by '
		WS-WINDOW-END.

SHOW-CERTIFICATE.
	ADD 1 TO WS-LIST-COUNT
	IF TX-EXPIRY-DATE < WS-TODAY-DATE
		DISPLAY TX-CUSTOMER-NO ' ' TX-PROVINCE ' ' TX-CERTIFICATE-NO
			' type ' TX-EXEMPT-TYPE ' expires ' TX-EXPIRY-DATE
			' EXPIRED'
	ELSE
		DISPLAY TX-CUSTOMER-NO ' ' TX-PROVINCE ' ' TX-CERTIFICATE-NO
			' type ' TX-EXEMPT-TYPE ' expires ' TX-EXPIRY-DATE
	END-IF.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.
