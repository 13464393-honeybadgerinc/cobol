      * one reason one validation pass rejected one extract record
      * for, pulled in under each program's own 01 level the way
      * realestate.cpy is; prog3, prog4 and prog5 each write their
      * run's set (rej3out.dat, rej4out.dat, rej5out.dat) beside the
      * printed error file, and prog78 folds the three into the
      * acknowledgment each county feed gets back, so the reasons
      * go out as codes the county can act on instead of printouts;
      * the sale is identified the way the registries key one, plus
      * its APN and County-Code
		02 RJ-Program		Pic x(6).
		02 RJ-County		Pic x(1).
		02 RJ-Apn		Pic x(12).
		02 RJ-Adrs		Pic x(27).
		02 RJ-Zip		Pic x(5).
		02 RJ-Sale-Day		Pic x(3).
		02 RJ-Sale-Month	Pic x(3).
		02 RJ-Sale-Year		Pic x(4).
		02 RJ-Sale-Price	Pic x(9).
      * ST state, PT property type, BD bedrooms, BA bathrooms, SF
      * square feet, SP sale price, LA latitude, LO longitude, DT
      * sale date, ZP zip/city mismatch, SN street not on file, HN
      * house number outside the street's range
		02 RJ-Reason-Code	Pic x(2).
