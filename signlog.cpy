      * one line per sign-on attempt at any interactive program,
      * appended to signon.log and pulled in under each program's
      * own 01 level the way mastaud.cpy is: when, which operator ID
      * was keyed, which program, and how it came out - ACCEPTED,
      * UNKNOWN-ID (not on opermast.dat), INACTIVE, NOT-PERMIT (the
      * program's permission byte is not Y), or BOOTSTRAP (prog53's
      * empty-master session); prog89's quarterly recertification
      * reads it
		02 SL-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 SL-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 SL-Operator		Pic x(8).
		02 Filler		Pic x(1).
		02 SL-Program		Pic x(8).
		02 Filler		Pic x(1).
		02 SL-Outcome		Pic x(10).
