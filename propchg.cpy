      * one change to propmast.dat, pulled in under each program's
      * own 01 level the way realestate.cpy is; prog28, prog44 and
      * prog39 append one to the day's propchg.dat each time they
      * add, roll, correct, restore or delete a master row, and
      * prog77 numbers them and ships the day's set to the mapping
      * team and the assessor's CAMA load as propdelta.dat, so the
      * subscribers apply deltas instead of reloading the master
      * DTL on every change; prog77 writes the HDR and TRL records
      * around the day's set in propdelta.dat
		02 PC-Rec-Type		Pic x(3).
		88 pc-detail value "DTL".
      * numbered by prog77, one run of numbers across every day's
      * file, so a subscriber who missed a day sees the gap
		02 PC-Seq		Pic 9(9).
		02 PC-Change-Type	Pic x(2).
		88 pc-new-property value "NP".
		88 pc-new-sale value "NS".
		88 pc-correction value "AC".
		88 pc-rescission value "RR".
		88 pc-delete value "DL".
		02 PC-Source		Pic x(8).
		02 PC-Change-Date	Pic 9(8).
		02 PC-Change-Time	Pic 9(6).
		02 PC-Apn		Pic x(12).
		02 PC-Adrs		Pic x(27).
		02 PC-Zip		Pic x(5).
      * set by prog77, one byte per position field in PC-Before's
      * order after the key, Y where before and after differ
		02 PC-Changed-Fields.
		   03 PC-Changed	Pic x(1) occurs 10 times.
      * the master row before and after the change, in propmast's
      * own layout; a new property has no before, a deleted one no
      * after, and the missing side is zeros and spaces
		02 PC-Before.
		   03 PCB-Adrs		Pic x(27).
		   03 PCB-Zip		Pic x(5).
		   03 PCB-Sale-Price	Pic 9(9).
		   03 PCB-Sale-Date	Pic 9(8).
		   03 PCB-Prop-Type	Pic x(8).
		   03 PCB-Bedrooms	Pic 9(1).
		   03 PCB-Bathrooms	Pic 9(1).
		   03 PCB-Square-Feet	Pic 9(4).
		   03 PCB-Latitude	Pic 9(6)v99.
		   03 PCB-Longitude	Pic 9(7)v99.
		   03 PCB-Times-Sold	Pic 9(4).
		   03 PCB-Apn		Pic x(12).
		02 PC-After.
		   03 PCA-Adrs		Pic x(27).
		   03 PCA-Zip		Pic x(5).
		   03 PCA-Sale-Price	Pic 9(9).
		   03 PCA-Sale-Date	Pic 9(8).
		   03 PCA-Prop-Type	Pic x(8).
		   03 PCA-Bedrooms	Pic 9(1).
		   03 PCA-Bathrooms	Pic 9(1).
		   03 PCA-Square-Feet	Pic 9(4).
		   03 PCA-Latitude	Pic 9(6)v99.
		   03 PCA-Longitude	Pic 9(7)v99.
		   03 PCA-Times-Sold	Pic 9(4).
		   03 PCA-Apn		Pic x(12).
