      ******************************************************************
      *    Written for every completed or rejected account update      *
      *    attempt made from the online account maintenance screen,    *
      *    the credit line approval screen (COLIMAPC) and the daily    *
      *    credit line apply batch (CCLIMAPB, user id CCLIMAPB),       *
      *    keyed by account id + timestamp. Carries the full before    *
      *    and after image of the account master record (CVACT01Y)     *
      *    plus the user id that made the change, the same shape the   *
