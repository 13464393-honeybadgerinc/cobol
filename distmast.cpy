      * one report going to one recipient, distmast.dat, maintained
      * by prog90 and pulled in under each program's own 01 level the
      * way commsched.cpy is; keyed on the recipient and the report's
      * file name as it is retained under reports/yyyymmdd/ (e.g.
      * prog13out.dat), so a recipient's entries read together in
      * key order; DS-Schedule says which mornings the report is due
      * - D every business day, W the Friday business day prog51
      * flags WEEKLY, M the month's first business day prog51 flags
      * MONTHLY; DS-Copies is how many copies go in the bundle, and
      * an I in DS-Status holds the entry without losing it; prog91
      * builds the morning bundles from it
		02 DS-Key.
		   03 DS-Recipient	Pic x(8).
		   03 DS-Report		Pic x(20).
		02 DS-Recip-Name	Pic x(30).
		02 DS-Schedule		Pic x(1).
		02 DS-Copies		Pic 9(2).
		02 DS-Status		Pic x(1).
