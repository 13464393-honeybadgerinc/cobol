      * one agent's year-to-date earnings as an independent
      * contractor, ctrytd.dat, keyed on calendar year and Agent-ID
      * and pulled in under each program's own 01 level the way
      * commhold.cpy is; each prog16 run restates CY-Paid as the
      * agent's year off the cumulative realestate.dat (this year's
      * statement sales and the releases paid this year), prog39
      * subtracts the commission it claws back or re-prices when a
      * sale from an earlier year is rescinded - a rescission this
      * year comes out of prog16's next restatement instead - and
      * prog84 files the year's net (paid plus adjusted) on the
      * 1099-NEC
		02 CY-Key.
		   03 CY-Year		Pic 9(4).
		   03 CY-Agent-ID	Pic 9(7).
		02 CY-Paid		Pic 9(11)v99.
		02 CY-Adjusted		Pic s9(11)v99.
		02 CY-Post-Count	Pic 9(5).
      * the latest prog16 run and the amount it put on prog16pay.dat;
      * the post count counts the days the agent was restated
		02 CY-Last-Run-Date	Pic 9(8).
		02 CY-Last-Run-Amount	Pic 9(10)v99.
		02 CY-Last-Adjust-Date	Pic 9(8).
