        Identification Division.
        Program-Id. prog94.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * one-time conversion of payhist.dat to the employer-tax
      * layout, in prog63's pattern: the pay run now stamps the
      * company's own social security and medicare match and its
      * federal and state unemployment tax on each period record
      * (PH-ER-SS, PH-ER-Med, PH-FUTA, PH-SUTA, after the
      * adjustment) so the quarterly liability report (prog95) can
      * total them - records written before the stamp are 36 bytes
      * short; this program rewrites every existing record with zero
      * employer taxes (the system never worked them out before)
      * into payhist.cnv, which operations moves over payhist.dat
      * before the next pay, prog55, prog57, prog60, or prog95 run

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Old-History-File
                       assign to "payhist.dat"
                       organization is line sequential.
                Select New-History-File
                       assign to "payhist.cnv"
                       organization is line sequential.

        Data Division.

        File Section.
      * the layout the pay run appended before the employer taxes
	FD	Old-History-File.
	01	Old-History-Rec		Pic x(85).

      * the employer-tax-carrying layout the converted programs read
	FD	New-History-File.
	01	New-History-Rec.
		02 New-Body		Pic x(85).
		02 New-Employer-Taxes	Pic x(36).

	Working-Storage Section.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Converted-Count		Pic 9(6) value zero.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Open Input Old-History-File.
		Open Output New-History-File.

		Display "Pay-history conversion - every record".
		Display "rewritten with zero employer taxes.".

		Read Old-History-File at end move "yes" to Eof-Flag.

      * each existing period record becomes the same record with no
      * employer taxes recorded
	1200-Main-Loop.

		Move Old-History-Rec to New-Body.
		Move all "0" to New-Employer-Taxes.

		Write New-History-Rec.

		Add 1 to Converted-Count.

		Read Old-History-File at end move "yes" to Eof-Flag.

	1300-Finish.

		Close Old-History-File New-History-File.

		Display "History records converted: " Converted-Count.
		Display "Move payhist.cnv over payhist.dat before".
		Display "the next pay, prog55, prog57, prog60,".
		Display "or prog95 run.".
