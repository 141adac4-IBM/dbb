      * EPSINSPX.cpy
      * Inspection vendor order extract record - one per inspection
      * EPSINSPO orders (and EPSLDRFT, for a property whose hazard
      * claim proceeds are held, and EPSREOMT, for a property in REO
      * inventory), with the address from EPSPROPF.
      * Wrapped with EPSHDTRL control records by the EPSCTLWR step in
      * the stream before it goes to the vendor, like the other
      * interface files.
