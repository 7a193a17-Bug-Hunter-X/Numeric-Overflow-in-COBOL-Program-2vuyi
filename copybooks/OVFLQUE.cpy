      *  transmission still waiting to be processed, in cycle-number  *
      *  order, written by operations after an outage.  When the      *
      *  queue file (CYCQUEUE) is present, OVFLEDIT works through     *
      *  the raw feeds it names, OVFLDUP screens each per-cycle clean *
      *  file for duplicates in place, and OVFLCALC works through the *
      *  per-cycle clean files, rolling CYCFILE forward per balanced  *
      *  cycle, so a multi-day backlog clears inside one window       *
      *  instead of one full manual schedule per cycle.  A gap or     *
