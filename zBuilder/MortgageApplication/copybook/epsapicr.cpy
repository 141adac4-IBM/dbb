      * EPSAPICR.cpy
      * Registered API caller record - one per system allowed to LINK
      * the EPSQUOTE/EPSQCMPR self-service quote entry points or the
      * EPSSVAPI servicing inquiry, keyed by the caller id each
      * request now carries in its commarea.
      * EPSAPICK validates and counts every request against this
      * record: the daily counter resets when the count date rolls,
      * and once the count passes a non-zero ceiling the request is
