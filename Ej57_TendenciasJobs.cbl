*> already in this file.
*>
*> Mod history:
*> 24.12.07 AN - JOB-LOG layout carries the selected/omitted counts
*>               that filtering runs now log.
*> 24.06.30 AN - initial version.

IDENTIFICATION DIVISION.
	05 JL-WRITTEN-COUNT PIC 9(07).
	05 FILLER PIC X(01).
	05 JL-REJECTED-COUNT PIC 9(07).
	05 FILLER PIC X(01).
	05 JL-SELECTED-COUNT PIC 9(07).
	05 FILLER PIC X(01).
	05 JL-OMITTED-COUNT PIC 9(07).

FD TREND-REPORT.
01 TREND-REPORT-LINE PIC X(120).
