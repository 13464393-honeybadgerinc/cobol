		02 PH-Hours		Pic 9(3)v9.
		02 PH-Rate		Pic 9(2)v99.
		02 PH-Adjustment	Pic s9(9)v99.
		02 PH-ER-SS		Pic 9(7)v99.
		02 PH-ER-Med		Pic 9(7)v99.
		02 PH-FUTA		Pic 9(7)v99.
		02 PH-SUTA		Pic 9(7)v99.
		02 PH-Run-Type		Pic x(1).

	FD	Company-File.
	01	Company-Rec.
