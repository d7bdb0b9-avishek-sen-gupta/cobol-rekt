       PROGRAM-ID.    BILLLOAD.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  AUG 2026.
      * BILLLOAD - builds the billing-master VSAM KSDS (keyed on
      * the account number) from a line sequential BILLMSTR file.
      * The KSDS is the master of record, updated in place by the
      * billing steps, so this is no longer a nightly refresh: it
      * runs only from the BILLVSAM job, to build a newly defined
      * cluster or to reload it from the last BILLXTR extract when
      * an update step has to be recovered. New accounts are WRITEs,
      * existing accounts are REWRITEs, anything the cluster refuses
      * is counted as an error - and loaded + replaced + errored
      * must reconcile back to the input record count or the step
      * ends with RETURN-CODE 8. The load only ever writes and
      * rewrites, so it must go onto an empty cluster - the BILLVSAM
      * job deletes and defines it first - or an account purged
      * since the input was taken would come back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
