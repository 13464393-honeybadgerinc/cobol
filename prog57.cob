      * the payadj dollars that rode this check, stripped back out
      * below the same way the commission portion is
		02 PH-Adjustment	Pic s9(9)v99.
		02 PH-ER-SS		Pic 9(7)v99.
		02 PH-ER-Med		Pic 9(7)v99.
		02 PH-FUTA		Pic 9(7)v99.
		02 PH-SUTA		Pic 9(7)v99.
		02 PH-Run-Type		Pic x(1).

      * effective-dated pay-rate history per SSN
	FD	Pay-Rate-File.
		02 AJ-Amount		Pic s9(9)v99.

	FD	Pay-History-Out-File.
	01	Pay-History-Out-Rec	Pic x(122).

	FD	Report-File.
	01	Report-Rec		Pic x(110).
			varying Pay-Rate-Index from 1 by 1
			until Pay-Rate-Index > Pay-Rate-Count.

      * an off-cycle check (bonus, termination pay) was paid no
      * hours at no rate, so a raise owes it nothing; a final-pay
      * check closed the employee's account, and an adjustment for
      * someone gone would only ride payadj.dat forever
		If Correct-Rate not = PH-Rate
		   and PH-Rate > zero
		   and PH-Run-Type not = "O"
		   and PH-Run-Type not = "F"
			Perform 2200-Compute-Retro
			Move Correct-Rate to PH-Rate
		End-if.
