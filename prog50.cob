		02 agentSSN		Pic x(7).
		02 agentCommRate	Pic v999.
		02 agentStatus		Pic x.
      * real estate license: number, type (S salesperson, B broker)
      * and expiry yyyymmdd; zero expiry = no license on file yet
		02 agentLicNum		Pic x(10).
		02 agentLicType		Pic x.
		02 agentLicExpire	Pic 9(8).
      * taxpayer ID for the year-end 1099 (9 digits) and its type,
      * S SSN or E EIN; blank = no W-9 on file yet
		02 agentTIN		Pic x(9).
		02 agentTINType		Pic x.

      * pay-adjustments interface the payroll run picks up alongside
      * commearn.dat; clawbacks ride here rather than in commearn
