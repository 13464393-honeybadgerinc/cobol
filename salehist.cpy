      * one validated, non-rescinded sale on the indexed sale history,
      * salehist.dat, pulled in under each program's own 01 level the
      * way realestate.cpy is; prog76 loads it nightly after prog3 and
      * rebuilds it from realestate.dat plus realehist.dat on demand,
      * so the flat files stay the copy of record, and prog39 takes a
      * sale off when the county rescinds it; the primary key
      * orders each property's sales by date (the price rides along
      * so a same-day resale keeps its own entry), and the alternate
      * keys let a program start on one APN, one City, or one month
      * instead of reading the whole history
		02 SH-Key.
		   03 SH-Adrs		Pic x(27).
		   03 SH-Zip		Pic x(5).
		   03 SH-Sale-Date	Pic 9(8).
		   03 SH-Sale-Price	Pic 9(9).
		02 SH-Apn		Pic x(12).
		02 SH-City-Key.
		   03 SH-City		Pic x(15).
		   03 SH-City-Date	Pic 9(8).
		02 SH-Year-Month	Pic 9(6).
      * the sale exactly as the county sent it, realestate.cpy layout,
      * so a reader moves it to its own record area and carries on
		02 SH-Sale-Rec		Pic x(137).
