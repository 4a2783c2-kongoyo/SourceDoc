      *-----------------------------------------------------------------------
      * 程式名稱：DeptChgRpt.cob
      * 程式說明：部門主檔異動登記表。讀 DEPTCHG（DeptChgApply 每套用
      *           一筆 DeptMaint 覆核過的申請就留一筆，依部門+時間戳記
      *           排序），逐部門印每一次異動的日期、種類、新舊名稱/
      *           主管/啟用旗標、輸入人、覆核人與原因，印成
      *           DEPTCHRPT.TXT 給稽核 -- 「這個部門什麼時候停的、誰
      *           核准的」從此拿得出一張紙來回答。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptChgRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT department-change-file
               ASSIGN TO "DEPTCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS dpch-key
               FILE STATUS IS ws-deptchg-status.

           SELECT change-report-file
               ASSIGN TO "DEPTCHRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chgrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  department-change-file.
      *    異動記錄配置與 DeptChgApply 共用同一份 copybook
           COPY DEPTCHG.

       FD  change-report-file.
       01  change-report-line          pic x(132).

       WORKING-STORAGE SECTION.
       01  ws-deptchg-status        pic x(2).
       01  ws-chgrpt-status         pic x(2).

       01  ws-change-eof            pic x(1) value 'N'.
           88  change-at-eof                value 'Y'.

       01  ws-current-dept          pic x(10) value spaces.
       01  ws-action-display        pic x(12) value spaces.

       01  ws-dept-count            pic 9(5) value 0.
       01  ws-record-count          pic 9(7) value 0.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).

       01  ws-numeric-edit-5        pic zzzz9.
       01  ws-numeric-edit-7        pic zzzzzz9.

      *    營運訊息登錄（CALL 'OpsLog'）的參數記錄，欄位說明見
      *    OPSMSGP.cpy
           COPY OPSMSGP REPLACING ==:TAG:== BY ==log==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0200-process-changes.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔、取得執行日期、印報表表頭
      *-----------------------------------------------------------------------
       0100-initialize.
           open input department-change-file.
           if ws-deptchg-status not = '00'
               display 'DEPTCHGRPT ABEND - OPEN FAILED ON '
                   'DEPTCHG STATUS=' ws-deptchg-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON DEPTCHG' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           open output change-report-file.
           if ws-chgrpt-status not = '00'
               display 'DEPTCHGRPT ABEND - OPEN FAILED ON '
                   'DEPTCHRPT.TXT STATUS=' ws-chgrpt-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON DEPTCHRPT.TXT' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           move function current-date to ws-current-date-long.
           string
               ws-current-date-long(5:2) '/'
               ws-current-date-long(7:2) '/'
               ws-current-date-long(1:4)
               delimited by size
               into ws-run-date-display
           end-string.

           move spaces to change-report-line.
           string
               'DEPARTMENT MASTER CHANGE REGISTER'
               '  RUN DATE: ' ws-run-date-display
               delimited by size
               into change-report-line
           end-string.
           write change-report-line.

      *-----------------------------------------------------------------------
      * 0200 - 依 key 順序讀整個異動檔，部門換段時印部門表頭
      *-----------------------------------------------------------------------
       0200-process-changes.
           perform 0210-read-change.
           perform until change-at-eof
               if dpch-department not = ws-current-dept
                   perform 0230-start-new-department
               end-if
               perform 0220-print-change-line
               perform 0210-read-change
           end-perform.

       0210-read-change.
           read department-change-file
               at end
                   set change-at-eof to true
           end-read.
           if not change-at-eof
               if ws-deptchg-status not = '00'
                   display 'DEPTCHGRPT ABEND - READ FAILED ON '
                       'DEPTCHG STATUS=' ws-deptchg-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'READ FAILED ON DEPTCHG' to log-msg-text
                   perform 0950-log-ops-message
                   close department-change-file
                   close change-report-file
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-record-count
           end-if.

      *-----------------------------------------------------------------------
      * 0220 - 一筆異動：日期/時刻/種類/生效日/輸入人/覆核人一行，
      *         有變的欄位各印一行新舊值，最後印原因
      *-----------------------------------------------------------------------
       0220-print-change-line.
           evaluate true
               when dpch-action-add
                   move 'ADDED' to ws-action-display
               when dpch-action-change
                   move 'CHANGED' to ws-action-display
               when dpch-action-deactivate
                   move 'DEACTIVATED' to ws-action-display
               when dpch-action-reactivate
                   move 'REACTIVATED' to ws-action-display
               when other
                   move 'UNKNOWN' to ws-action-display
           end-evaluate.
           move spaces to change-report-line.
           string
               '  ' dpch-change-date
               '  ' dpch-timestamp(9:6)
               '  ' ws-action-display
               '  EFFECTIVE: ' dpch-effective-date
               '  ENTERED BY: ' dpch-entered-by
               '  APPROVED BY: ' dpch-approved-by
               delimited by size
               into change-report-line
           end-string.
           write change-report-line.

           if dpch-old-name not = dpch-new-name
               move spaces to change-report-line
               string
                   '              NAME:    ' dpch-old-name
                   ' -> ' dpch-new-name
                   delimited by size
                   into change-report-line
               end-string
               write change-report-line
           end-if.

           if dpch-old-manager not = dpch-new-manager
               move spaces to change-report-line
               string
                   '              MANAGER: ' dpch-old-manager
                   ' -> ' dpch-new-manager
                   delimited by size
                   into change-report-line
               end-string
               write change-report-line
           end-if.

           if dpch-old-active-flag not = dpch-new-active-flag
               move spaces to change-report-line
               string
                   '              ACTIVE FLAG: ' dpch-old-active-flag
                   ' -> ' dpch-new-active-flag
                   delimited by size
                   into change-report-line
               end-string
               write change-report-line
           end-if.

           move spaces to change-report-line.
           string
               '              REASON: ' dpch-reason
               delimited by size
               into change-report-line
           end-string.
           write change-report-line.

       0230-start-new-department.
           move dpch-department to ws-current-dept.
           add 1 to ws-dept-count.

           move spaces to change-report-line.
           write change-report-line.

           move spaces to change-report-line.
           string
               'DEPARTMENT: ' dpch-department
               delimited by size
               into change-report-line
           end-string.
           write change-report-line.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：印總計、收檔
      *-----------------------------------------------------------------------
       0900-terminate.
           move spaces to change-report-line.
           write change-report-line.

           move ws-dept-count to ws-numeric-edit-5.
           move spaces to change-report-line.
           string
               'DEPARTMENTS REPORTED: ' ws-numeric-edit-5
               delimited by size
               into change-report-line
           end-string.
           write change-report-line.

           move ws-record-count to ws-numeric-edit-7.
           move spaces to change-report-line.
           string
               'CHANGE RECORDS READ:  ' ws-numeric-edit-7
               delimited by size
               into change-report-line
           end-string.
           write change-report-line.

           close department-change-file.
           close change-report-file.

           display 'DEPTCHGRPT COMPLETE - RECORDS: ' ws-record-count
               ' DEPARTMENTS: ' ws-dept-count.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'DEPTCHGRPT' to log-msg-program.
           call 'OpsLog' using log-ops-message.
