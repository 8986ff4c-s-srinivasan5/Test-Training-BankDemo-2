      *         relieves the accrued-interest liability the daily
      *         'I' bookings built (DR accrual liability /
      *         CR customer deposits)
      *   'R' - product conversion reclass (DBANK32P): the balance
      *         leaves the old type and arrives in the new one, each
      *         leg booked under the type named in its reference
      *         (DR customer deposits / CR conversion clearing for
      *         the outgoing leg, the reverse for the incoming one)
      *   'V' - loan loss provision movement the BBANK85P month-end
      *         run summarizes to PROVGL (DR provision charge /
      *         CR loan loss allowance; a release books the reverse)
      *   'W' - bad debt write-off, the type '4' BNKTXN record
      *         (DR loan loss allowance / CR customer ledger)
      *   'Y' - recovery received on a written-off account, the
      *         debit leg on the paying account (booked reversed as
      *         a debit: DR customer ledger / CR bad debt recovered,
      *         so the mapping carries DR bad debt recovered /
      *         CR customer ledger)
      *   'O' - anything else (opening deposits, transfers,
      *         reversals, ...)
      *****************************************************************
