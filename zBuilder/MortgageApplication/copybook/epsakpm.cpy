      * EPSAKPM.cpy
      * Commarea for EPSAPICK, the shared API caller registry check.
      * EPSQUOTE, EPSQCMPR and EPSSVAPI LINK here with the caller id
      * their request carried; EPSAPICK validates it against EPSAPICR,
      * counts the request toward the caller's daily ceiling, and
      * answers allowed, unknown, inactive, or throttled.

