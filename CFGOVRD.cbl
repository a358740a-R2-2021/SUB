                   MOVE    OVR-VALUE (1:32) TO CFG-DECODE05-NGLOG-NAME
               WHEN "CFG-DECODE05-GAIJI-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-DECODE05-GAIJI-NAME
               WHEN "CFG-DECODE05-EBC-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-DECODE05-EBC-NAME
               WHEN "CFG-DECODE06-PIN1-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-DECODE06-PIN1-NAME
               WHEN "CFG-DECODE07-PIN1-NAME"
               WHEN "CFG-MAINJOB-STEPRUN-CMD"
                   MOVE    OVR-VALUE (1:32) TO
                           CFG-MAINJOB-STEPRUN-CMD
               WHEN "CFG-MAINJOB-PGMREG-NAME"
                   MOVE    OVR-VALUE (1:32) TO
                           CFG-MAINJOB-PGMREG-NAME
               WHEN "CFG-BIZDATE-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-BIZDATE-NAME
               WHEN "CFG-MAINJOB-FWAIT-MIN"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-MAINJOB-FWAIT-MIN
                   END-IF
               WHEN "CFG-MAINJOB-FSTABLE"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-MAINJOB-FSTABLE
                   END-IF
               WHEN "CFG-MAINJOB-GENROLL"
                   MOVE    OVR-VALUE (1:1) TO  CFG-MAINJOB-GENROLL
               WHEN "CFG-CHGCTL-LOG-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-CHGCTL-LOG-NAME
               WHEN "CFG-CHGCTL-SUFFIX"
                   MOVE    OVR-VALUE (1:16) TO CFG-CHGCTL-SUFFIX
               WHEN "CFG-MAINJOB-CHGCTL"
                   MOVE    OVR-VALUE (1:1) TO  CFG-MAINJOB-CHGCTL
               WHEN "CFG-MAINJOB-JOBDEF-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-MAINJOB-JOBDEF-NAME
               WHEN "CFG-MAINJOB-JOBWAIT"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-MAINJOB-JOBWAIT
                   END-IF
               WHEN "CFG-MAINJOB-RESCLS-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-MAINJOB-RESCLS-NAME
               WHEN "CFG-MAINJOB-RESWAIT"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-MAINJOB-RESWAIT
                   END-IF
               WHEN "CFG-ALERTWF-STATE-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-ALERTWF-STATE-NAME
               WHEN "CFG-ALERTWF-AUDIT-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-ALERTWF-AUDIT-NAME
               WHEN "CFG-MAILSPL-PICKUP"
                   MOVE    OVR-VALUE (1:128) TO CFG-MAILSPL-PICKUP
               WHEN "CFG-MAILSPL-ROUTE-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-MAILSPL-ROUTE-NAME
               WHEN "CFG-MAILSPL-LAST-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-MAILSPL-LAST-NAME
               WHEN "CFG-MAILSPL-FROM"
                   MOVE    OVR-VALUE (1:64) TO CFG-MAILSPL-FROM
               WHEN "CFG-MAILSPL-ATTMAX"
                   IF      OVR-VALUE (1:6) IS NUMERIC
                           MOVE OVR-VALUE (1:6) TO
                                CFG-MAILSPL-ATTMAX
                   END-IF
               WHEN "CFG-HANDOVER-MAIL"
                   MOVE    OVR-VALUE (1:1) TO  CFG-HANDOVER-MAIL
               WHEN "CFG-MONFEED-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-MONFEED-NAME
               WHEN "CFG-MONFEED-SW"
                   MOVE    OVR-VALUE (1:1) TO  CFG-MONFEED-SW
               WHEN "CFG-OPAUTH-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-OPAUTH-NAME
               WHEN "CFG-OPAUTH-AUDIT-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-OPAUTH-AUDIT-NAME
               WHEN "CFG-OPAUTH-SW"
                   MOVE    OVR-VALUE (1:1) TO  CFG-OPAUTH-SW
               WHEN "CFG-PATCHQ-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-PATCHQ-NAME
               WHEN "CFG-PATCHQ-LOG-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-PATCHQ-LOG-NAME
               WHEN "CFG-PATCHQ-SW"
                   MOVE    OVR-VALUE (1:1) TO  CFG-PATCHQ-SW
               WHEN "CFG-LEGHOLD-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-LEGHOLD-NAME
               WHEN "CFG-LEGHOLD-LOG-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-LEGHOLD-LOG-NAME
               WHEN "CFG-CAPRPT-HIST-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-CAPRPT-HIST-NAME
               WHEN "CFG-CAPRPT-VOL-MB"
                   IF      OVR-VALUE (1:9) IS NUMERIC
                           MOVE OVR-VALUE (1:9) TO
                                CFG-CAPRPT-VOL-MB
                   END-IF
               WHEN "CFG-CAPRPT-PCT"
                   IF      OVR-VALUE (1:3) IS NUMERIC
                           MOVE OVR-VALUE (1:3) TO
                                CFG-CAPRPT-PCT
                   END-IF
               WHEN "CFG-CAPRPT-DAYS"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-CAPRPT-DAYS
                   END-IF
               WHEN "CFG-CAPRPT-KEEP"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-CAPRPT-KEEP
                   END-IF
               WHEN "CFG-CAPRPT-WARN-DAYS"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-CAPRPT-WARN-DAYS
                   END-IF
               WHEN "CFG-CAPRPT-TOP"
                   IF      OVR-VALUE (1:3) IS NUMERIC
                           MOVE OVR-VALUE (1:3) TO
                                CFG-CAPRPT-TOP
                   END-IF
               WHEN "CFG-CANARY-REC-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-CANARY-REC-NAME
               WHEN "CFG-CANARY-TMPL-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-CANARY-TMPL-NAME
               WHEN "CFG-CANARY-KEY"
                   MOVE    OVR-VALUE (1:16) TO CFG-CANARY-KEY
               WHEN "CFG-CANARY-KEY-POS"
                   IF      OVR-VALUE (1:5) IS NUMERIC
                           MOVE OVR-VALUE (1:5) TO
                                CFG-CANARY-KEY-POS
                   END-IF
               WHEN "CFG-CANARY-STAT-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-CANARY-STAT-NAME
               WHEN "CFG-FEEDMST-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-FEEDMST-NAME
               WHEN "CFG-FEEDMST-RPT-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-FEEDMST-RPT-NAME
               WHEN "CFG-FEEDMST-VOL-PCT"
                   IF      OVR-VALUE (1:3) IS NUMERIC
                           MOVE OVR-VALUE (1:3) TO
                                CFG-FEEDMST-VOL-PCT
                   END-IF
               WHEN "CFG-LATEMON-SCHED-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-LATEMON-SCHED-NAME
               WHEN "CFG-LATEMON-STATE-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-LATEMON-STATE-NAME
               WHEN "CFG-LATEMON-SNAP-CMD"
                   MOVE    OVR-VALUE (1:128) TO CFG-LATEMON-SNAP-CMD
               WHEN "CFG-LATEMON-KEEP"
                   IF      OVR-VALUE (1:3) IS NUMERIC
                           MOVE OVR-VALUE (1:3) TO CFG-LATEMON-KEEP
                   END-IF
               WHEN "CFG-LATEMON-OFS-FILE"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-LATEMON-OFS-FILE
                   END-IF
               WHEN "CFG-LATEMON-LEN-FILE"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-LATEMON-LEN-FILE
                   END-IF
               WHEN "CFG-ZENGIN-ORG-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-ZENGIN-ORG-NAME
               WHEN "CFG-ZENGIN-BANK-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-ZENGIN-BANK-NAME
               WHEN "CFG-POSTMST-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-POSTMST-NAME
               WHEN "CFG-POSTMST-RPT-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-POSTMST-RPT-NAME
               WHEN "CFG-DQHIST-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-DQHIST-NAME
               WHEN "CFG-DQSCORE-DAYS"
                   IF      OVR-VALUE (1:4) IS NUMERIC
                           MOVE OVR-VALUE (1:4) TO
                                CFG-DQSCORE-DAYS
                   END-IF
               WHEN "CFG-DQSCORE-TREND-PCT"
                   IF      OVR-VALUE (1:3) IS NUMERIC
                           MOVE OVR-VALUE (1:3) TO
                                CFG-DQSCORE-TREND-PCT
                   END-IF
               WHEN "CFG-DQSCORE-TOP"
                   IF      OVR-VALUE (1:3) IS NUMERIC
                           MOVE OVR-VALUE (1:3) TO
                                CFG-DQSCORE-TOP
                   END-IF
               WHEN "CFG-NEXTNUM-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-NEXTNUM-NAME
               WHEN "CFG-NEXTNUM-LOG-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-NEXTNUM-LOG-NAME
               WHEN "CFG-NEXTNUM-RPT-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-NEXTNUM-RPT-NAME
               WHEN "CFG-RPT-PAGE-LINES"
                   IF      OVR-VALUE (1:3) IS NUMERIC
                           MOVE OVR-VALUE (1:3) TO
                                CFG-RPT-PAGE-LINES
                   END-IF
               WHEN "CFG-DISTRPT-TBL-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-DISTRPT-TBL-NAME
               WHEN "CFG-DISTRPT-LOG-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-DISTRPT-LOG-NAME
               WHEN "CFG-STDCHK-WAIVE-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-STDCHK-WAIVE-NAME
               WHEN "CFG-SRCLIB-LIB-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-SRCLIB-LIB-NAME
               WHEN "CFG-SRCLIB-DIR-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-SRCLIB-DIR-NAME
               WHEN "CFG-SRCLIB-RPT-NAME"
                   MOVE    OVR-VALUE (1:32) TO CFG-SRCLIB-RPT-NAME
               WHEN OTHER
                   DISPLAY LI-PGM-NAME " CFG未知の項目名 "
                           OVR-KEY
