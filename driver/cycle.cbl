MOVE "VALIDATION" TO ws-step-label
PERFORM RUN-STEP.

IF ws-step-halted = 'F'
  MOVE "audit_masters" TO ws-step-name
  MOVE "INTEGRITY AUDIT" TO ws-step-label
  PERFORM RUN-STEP
END-IF.

IF ws-step-halted = 'F'
  MOVE "sum_mef" TO ws-step-name
  MOVE "EARNINGS SUMMARY" TO ws-step-label
