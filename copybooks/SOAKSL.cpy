      *> SOAKSL - FILE-CONTROL entry for the soak verdict log.
      *> COPY this into FILE-CONTROL, then COPY SOAKFD into FILE
      *> SECTION, SOAKWS into WORKING-STORAGE and SOAKPR at the point
      *> a 9620-LOG-SOAK-VERDICT routine belongs. Each of the soak
      *> checks run against a candidate build in the TEST region -
      *> SHADOW-RUNNER's nightly compare, SPOT-SAMPLER's reruns and
      *> REGRESSION-PACK's baselines - leaves its verdict here, so
      *> RELEASE-GATE can judge the whole soak period from one file
      *> instead of from console output that has long scrolled off.
           SELECT SOAK-LOG-FILE ASSIGN USING SOAK-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOAK-LOG-STATUS.
