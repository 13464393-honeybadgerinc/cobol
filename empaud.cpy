      * one line per changed company.dat field, appended to
      * empaud.dat by prog92's employee maintenance and pulled in
      * under each program's own 01 level the way signlog.cpy is:
      * when (mm/dd/yyyy), who keyed it, whose record, which
      * transaction (HIRE, REHIRE, TERM, CHANGE), which field, and
      * the field before and after, the way prog44 stamps
      * propaud.dat; a hire's before images are blank; prog93 lists
      * the lines between two pay periods for payroll's review
		02 EA-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 EA-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 EA-Operator		Pic x(8).
		02 Filler		Pic x(1).
		02 EA-SSN		Pic x(7).
		02 Filler		Pic x(1).
		02 EA-Action		Pic x(6).
		02 Filler		Pic x(1).
		02 EA-Field		Pic x(10).
		02 Filler		Pic x(1).
		02 EA-Before		Pic x(30).
		02 EA-Arrow		Pic x(4).
		02 EA-After		Pic x(30).
