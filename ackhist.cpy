      * one county's acknowledgment figures for one run, appended to
      * ackhist.dat by prog78 and pulled in under each program's own
      * 01 level the way realestate.cpy is; prog79 rolls a month of
      * them up into each county's reject rate by reason; the twelve
      * reason counts run in the order of the reject.cpy codes (ST PT
      * BD BA SF SP LA LO DT ZP SN HN), and a record rejected for two
      * reasons is counted under both but only once in AH-Rejected
		02 AH-Run-Date		Pic 9(8).
		02 AH-Extract-Date	Pic 9(8).
		02 AH-County		Pic x(1).
		02 AH-Received		Pic 9(7).
		02 AH-Rejected		Pic 9(7).
		02 AH-Reason-Count	Pic 9(7) occurs 12 times.
