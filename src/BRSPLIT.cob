      *  BRSPLIT - REGIONAL SPLIT FRONT END
      *
      *  FANS THE BUSINESS DATE'S CONCATENATED CHANNEL
      *  FEEDS (AS ADMITTED ONTO TRANXIN BY THE BRFEEDGK
      *  GATEKEEPER) INTO UP TO FOUR PER-REGION STREAMS SO
      *  THE ACCUMULATION RUNS (BRSUM01 RUN-SCOPE=REGION) CAN
      *  WORK IN PARALLEL INSTEAD OF ONE SLOW REGION
      *  HOLDING THE WHOLE CLOSE HOSTAGE.
      *
