           *>* is a successful UNINSTALL-ITUNES decommission step,
           *>* "DEFERRED" a host outside its install window, "HELD" a
           *>* quarantined host that was skipped, "UPTODATE" a host
           *>* already at the catalog version, "PILOT" a host waiting
           *>* for a phased package's fleet promotion and "CHGHOLD" a
           *>* package held until its control-file change is approved.
           *>* "SKIPPED" (installer file missing), "TIMEOUT" (step
           *>* killed at its time limit) and "FAILED" are all failures.
           IF LOG-STATUS NOT = "SUCCESS" AND LOG-STATUS NOT = "RESUMED"
                   AND LOG-STATUS NOT = "REMOVED"
                   AND LOG-STATUS NOT = "DEFERRED"
                   AND LOG-STATUS NOT = "HELD"
                   AND LOG-STATUS NOT = "UPTODATE"
                   AND LOG-STATUS NOT = "PILOT"
                   AND LOG-STATUS NOT = "CHGHOLD"
                   AND LOG-STATUS NOT = "UNHEALTHY"
                   AND LOG-STATUS NOT = "ROLLBACK"
               MOVE "Y" TO HIST-RUN-FAILED(WS-FOUND-IDX)
