      * one sale whose commission is held because the agent's real
      * estate license had expired by the sale date, commhold.dat,
      * keyed on the sale the same way resreg.dat is and pulled in
      * under each program's own 01 level the way realestate.cpy is;
      * prog10 or prog16, whichever sees the sale first, writes it
      * held with the commission it would have paid, compliance
      * releases (or forfeits) it through prog82, and each of the
      * two runs pays a released sale once, stamping its own paid
      * date so commearn.dat and prog16pay.dat each carry it once
		02 CH-Key.
		   03 CH-Adrs		Pic x(27).
		   03 CH-Sale-Day	Pic x(3).
		   03 CH-Sale-Month	Pic x(3).
		   03 CH-Sale-Year	Pic x(4).
		   03 CH-Sale-Price	Pic x(9).
		02 CH-Agent-ID		Pic 9(7).
		02 CH-City		Pic x(15).
		02 CH-Sale-Date		Pic 9(8).
		02 CH-License-Expire	Pic 9(8).
		02 CH-Commission	Pic 9(10)v99.
		02 CH-Tier		Pic x(1).
		02 CH-Held-Date		Pic 9(8).
      * H held, R released for payment, X forfeited by compliance
      * or cancelled because the county rescinded the sale
		02 CH-Status		Pic x(1).
		02 CH-Action-Date	Pic 9(8).
		02 CH-Action-Oper	Pic x(8).
		02 CH-Action-Note	Pic x(30).
		02 CH-Earn-Paid-Date	Pic 9(8).
		02 CH-Stmt-Paid-Date	Pic 9(8).
