      *         'EOPSP' OPERATIONS SCREEN (E.G. DRAINING FOR A
      *         RECOVERY RUN).
             88 SES-END-FORCED               VALUE 'A'.
      *         ENDED BECAUSE THE USER'S BREAK-GLASS GRANT RAN OUT
      *         (SEE 'EBRKGLS') - THEY SIGN ON AGAIN UNDER THEIR OWN
      *         CATEGORY.
             88 SES-END-BREAK-GLASS          VALUE 'G'.
