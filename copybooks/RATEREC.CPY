      *>   09/01/2026  TB    existed reads back with spaces here;
      *>   09/01/2026  TB    FINCHG takes a non-numeric percentage
      *>   09/01/2026  TB    as zero (no finance charge in force).
      *>   10/15/2026  TB    Added RT-NSF-FEE, the flat returned-check
      *>   10/15/2026  TB    fee NSFRTN posts when the bank sends a
      *>   10/15/2026  TB    payment back unpaid.  Effective-dated
      *>   10/15/2026  TB    with the rest of the set; a line keyed
      *>   10/15/2026  TB    before the field existed reads as no fee.
      *> ----------------------------------------------------------------
01 rate-rec.
   02 rt-effective-date pic 9(08).
   02 rt-tax-pct pic 9(02)v99.
   02 rt-wkend-pct pic 9(02)v99.
   02 rt-fin-pct pic 9(02)v99.
   02 rt-nsf-fee pic 9(03)v99.
