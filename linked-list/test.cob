*>   08/23/2026  TB    the start of the next run; this program is
*>   08/23/2026  TB    how the office inspects or hand-works the
*>   08/23/2026  TB    queue in between.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    WAITREC.CPY) -- the node and work ids
*>   10/15/2026  TB    widened to match.
*> ----------------------------------------------------------------
environment division.
input-output section.
01 linked-list.
   02 lnode occurs 100 times indexed by lidx.
      03 lnext pic 999 value 0.
      03 ldata pic 999999 value 0.
      03 lfirstname pic x(15) value spaces.
      03 llastname pic x(15) value spaces.
      03 lnum1 pic s9(07)v99 value 0.
01 lfree pic 999 value 1.
01 lnew-idx pic 999 value 0.
01 lpop-idx pic 999 value 0.
01 lpop-fidnum pic 999999 value 0.
01 ltrav-idx pic 999 value 0.
*> ------------------------------------------------------------
*> the transaction being added -- filled from the file at load
*> time or from the terminal by the add function.
*> ------------------------------------------------------------
01 lwork-fidnum pic 999999 value 0.
01 lwork-firstname pic x(15) value spaces.
01 lwork-lastname pic x(15) value spaces.
01 lwork-num1 pic s9(07)v99 value 0.
