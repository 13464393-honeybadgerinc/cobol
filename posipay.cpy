      * one positive-pay record, pulled in under each program's own
      * 01 level the way empaud.cpy is: an I line for each check
      * issued and a V line for each check voided - the company's
      * bank account (ppacct.dat), the check number, amount, issue
      * date as the register carries it, and the payee - then a T
      * line closing each run's batch with the count and dollar
      * total of every I and V line sent since the batch before it
      * (a pay run's or prog58's checks; prog97's voids together
      * with its reissues), which is what prog98 ties it to;
      * the first 80 bytes are what the bank takes on posipay.dat,
      * and the whole record, stamped with the day it was sent and
      * the program that sent it, is appended to pphist.dat for
      * prog98's control report
		02 PP-Type		Pic x(1).
		   88 pp-issue-line value "I".
		   88 pp-void-line value "V".
		   88 pp-trailer-line value "T".
		02 PP-Account		Pic x(12).
		02 PP-Detail.
		   03 PP-Check-Number	Pic 9(6).
		   03 PP-Amount		Pic 9(11)v99.
		   03 PP-Issue-Date	Pic 9(8).
		   03 PP-Payee.
		      04 PP-Payee-Last	Pic x(10).
		      04 PP-Payee-First	Pic x(20).
		   03 Filler		Pic x(10).
		02 PP-Trailer redefines PP-Detail.
		   03 PP-Count		Pic 9(6).
		   03 PP-Total		Pic 9(13)v99.
		   03 PP-Run-Date	Pic 9(8).
		   03 Filler		Pic x(38).
		02 PP-Sent-Date		Pic 9(8).
		02 PP-Source		Pic x(8).
