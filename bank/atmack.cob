      * BATCHJRN.RPT -- plus our own count/amount trailer so the
      * vendor can balance the acknowledgment the same way we
      * balance their inbound. The vendor's reconciliation team
      * finally reads a file instead of phoning ours. A withdrawal
      * refused for the account's daily cash limit, whether at import
      * or at posting, comes back with the reason DAILY CASH LIMIT.
      *
      * SYSIN: settlement date (YYYYMMDD), stamped into the output
      * file name.
