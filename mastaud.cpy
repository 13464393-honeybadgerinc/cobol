      * one line per maintenance transaction against agentmst.dat
      * (prog15), opermast.dat (prog53), or zipcodes.dat (prog14,
      * and prog33's batch), pulled in under each program's own 01
      * level the way propchg.cpy is: when, who, what code, which
      * record, whether it was applied or rejected, and the whole
      * row before and after, the way prog11 stamps cityaud.dat;
      * prog87 matches each night's master differences against
      * these trails
		02 MA-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 MA-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 MA-Operator		Pic x(8).
		02 Filler		Pic x(1).
		02 MA-Txn		Pic x(1).
		02 Filler		Pic x(1).
		02 MA-Key		Pic x(12).
		02 Filler		Pic x(1).
		02 MA-Result		Pic x(8).
		02 Filler		Pic x(1).
		02 MA-Before		Pic x(50).
		02 Filler		Pic x(1).
		02 MA-After		Pic x(50).
