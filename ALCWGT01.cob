      *>
      *> Reads the ALCWGT dataset (one row per bucket of a named
      *> profile version, kept in profile/effective-date/bucket
      *> order by the ALCWMNT maintenance screen, and replaced only
      *> when a profile save is approved on ALCAPRV - a save still
      *> awaiting approval sits on the ALCWGTP staging file, which
      *> is never read here) into the caller's
      *> LK-ALCWGT-PARMS table, so the batch run, the resubmission
      *> sweep and the correction screen all see the same profiles
      *> the same way - the same reason ALCDIV01 is a shared
