*>   RUNRECON=Y/N   run the reconciliation pass
*>   RUNTRAN=Y/N    run the mixed-type request pass
*>   RUNDPAIR=Y/N   run the date-arithmetic pass
*>   RUNDCNT=Y/N    run the day-count convention pass
*>   RUNBDAY=Y/N    run the business-day pass
*> Blank cards and cards starting with '*' are ignored. Effective
*> values are echoed to SYSOUT and stamped into the audit trail.
