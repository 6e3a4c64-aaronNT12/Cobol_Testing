*>               credit limit and mail flag, both carry over from the
*>               loser when the survivor has none, and the archived
*>               loser image is whole again.
*> 24.09.28 AN - and again for the KYC fields: the merged customer
*>               carries the higher of the two risk ratings and the
*>               older of the two review dates (never reviewed wins),
*>               so a merge can never make a review look more recent
*>               than it is.
*> 24.10.18 AN - and for the date of death: a survivor with none takes
*>               the loser's, so merging a deceased customer's
*>               duplicate cannot bring the estate back to life.
*> 24.10.30 AN - and for the price tier: a survivor on plain list price
*>               takes the loser's trade or key-account tier.

IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-MERGE.

FD CUSTOMER-ARCHIVE.
01 CUSTOMER-ARCHIVE-LINE.
	05 CA-RECORD-IMAGE PIC X(178).
	05 FILLER PIC X(2) VALUE SPACES.
	05 CA-TIMESTAMP PIC X(15).

	05 WS-SV-ZIP PIC X(10).
	05 WS-SV-CREDIT-LIMIT PIC 9(9)V99.
	05 WS-SV-MAIL-FLAG PIC X.
	05 WS-SV-RISK-RATING PIC X.
	05 WS-SV-LAST-REVIEW-DATE PIC 9(8).
	05 WS-SV-DECEASED-DATE PIC 9(8).
	05 WS-SV-PRICE-TIER PIC X.
*> the cross-reference, loaded whole so the loser's links can be
*> repointed and the file rewritten in one pass
01 WS-XREF-COUNT PIC 9(4) VALUE ZERO.
	IF WS-SV-MAIL-FLAG = SPACE
		MOVE CU-MAIL-FLAG TO WS-SV-MAIL-FLAG
	END-IF
	IF CU-RISK-HIGH
		OR (CU-RISK-MEDIUM AND WS-SV-RISK-RATING NOT = 'H')
		OR (CU-RISK-LOW AND WS-SV-RISK-RATING = SPACE)
		MOVE CU-RISK-RATING TO WS-SV-RISK-RATING
	END-IF
	IF CU-LAST-REVIEW-DATE < WS-SV-LAST-REVIEW-DATE
		MOVE CU-LAST-REVIEW-DATE TO WS-SV-LAST-REVIEW-DATE
	END-IF
	IF WS-SV-DECEASED-DATE IS NOT NUMERIC
		MOVE ZERO TO WS-SV-DECEASED-DATE
	END-IF
	IF WS-SV-DECEASED-DATE = ZERO AND CU-DECEASED-DATE IS NUMERIC
		MOVE CU-DECEASED-DATE TO WS-SV-DECEASED-DATE
	END-IF
	IF (WS-SV-PRICE-TIER = SPACE OR WS-SV-PRICE-TIER = 'L')
		AND NOT CU-TIER-LIST
		MOVE CU-PRICE-TIER TO WS-SV-PRICE-TIER
	END-IF
*> archive the loser's full image before anything destroys it, the
*> way deleting.cob archives ahead of its DELETE
	MOVE CUSTOMER-MASTER-RECORD TO CA-RECORD-IMAGE
