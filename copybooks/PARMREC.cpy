      *                    lost day - supervisor only, and  *
      *                    refused for a future date or a   *
      *                    date already closed out cleanly  *
      *   SUSPDAYS <n>     end of day only - business days  *
      *                    a suspense item may stay open    *
      *                    before SUSPAGED (default 5)      *
      *   PENDDAYS <n>     end of day only - business days  *
      *                    a pending master change may wait *
      *                    before it expires (default 3)    *
      * When no RUNPARMS file is allocated the start-of-day *
      * sequence runs interactively as before.              *
      *****************************************************
