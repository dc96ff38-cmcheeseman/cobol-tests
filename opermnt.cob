*>   09/01/2026  TB    the sign-on so the first supervisor can
*>   09/01/2026  TB    be keyed at all; once anyone is on file,
*>   09/01/2026  TB    maintenance itself takes a supervisor.
*>   10/15/2026  TB    Audit before/after image work fields
*>   10/15/2026  TB    widened to 130 bytes with AUDITREC.CPY --
*>   10/15/2026  TB    the customer id is six digits and a whole
*>   10/15/2026  TB    outf.dat record now fits one image.
*> ----------------------------------------------------------------
environment division.
input-output section.
01 om-new-password pic x(08).
01 om-new-level pic 9(01) value 0.
01 om-reply pic x(01) value space.
01 om-audit-before pic x(130) value spaces.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- open the master (creating it the first time),
