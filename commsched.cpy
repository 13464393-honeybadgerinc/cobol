      * one agent's commission schedule from one effective date on,
      * commsched.dat, maintained by prog80 and pulled in under each
      * program's own 01 level the way realestate.cpy is; the sale
      * earns the brokerage CS-Gross-Rate of its price, and the agent
      * keeps the split of the highest tier whose starting volume
      * the agent's year-to-date closed volume had reached before the
      * sale; the company keeps the rest until its year-to-date share
      * of the agent's sales reaches CS-Annual-Cap (zero = no cap),
      * after which the agent keeps all of it; volume and the cap
      * both start over each calendar year; the first tier starts at
      * zero volume, and an agent with no schedule in force on the
      * sale date is paid the flat agentCommRate as before
		02 CS-Key.
		   03 CS-Agent-SSN	Pic x(7).
		   03 CS-Eff-Date	Pic 9(8).
		02 CS-Gross-Rate	Pic v999.
		02 CS-Annual-Cap	Pic 9(9)v99.
		02 CS-Tier-Count	Pic 9(1).
		02 CS-Tier occurs 5 times.
		   03 CS-Tier-From	Pic 9(11).
		   03 CS-Tier-Split	Pic 9v999.
