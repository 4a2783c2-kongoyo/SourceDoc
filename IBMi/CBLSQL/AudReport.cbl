      *           給季末稽核的 audit binder 歸檔。選擇邏輯跟 AudInquiry
      *           畫面同一套：員工模式靠 key 直接定位，部門模式整檔掃描
      *           過濾舊部門或新部門；部門代碼不對部門主檔驗證，被合併
      *           或裁掉的部門也查得到。
      *           EmpFeedLoad 套用 HR 異動留在 FEEDAUD 的記錄跟部門更正
      *           照 key（員工編號+時間戳記）合併，依時間順序印在同一份
      *           報表裡；HR 異動多印一行異動日、送檔人與異動後的部門/
      *           職稱，一個員工完整的異動經過一份報表看得到
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudReport.
               RECORD KEY IS audit-key
               FILE STATUS IS ws-empaud-status.

           SELECT feed-audit-file
               ASSIGN TO "FEEDAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fdau-key
               FILE STATUS IS ws-feedaud-status.

           SELECT audit-report-file
               ASSIGN TO "AUDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
      *    稽核記錄配置與 SQLWithHold / AudInquiry 共用同一份 copybook
           COPY AUDREC.

       FD  feed-audit-file.
      *    HR 異動稽核記錄配置與 EmpFeedLoad / AudInquiry 共用同一份
      *    copybook
           COPY FEEDAUD.

       FD  audit-report-file.
       01  audit-report-line           pic x(132).

       WORKING-STORAGE SECTION.
       01  ws-audrqs-status         pic x(2).
       01  ws-empaud-status         pic x(2).
       01  ws-feedaud-status        pic x(2).
       01  ws-audrpt-status         pic x(2).

       01  ws-feedaud-present       pic x(1) value 'N'.
           88  feedaud-is-present           value 'Y'.

       01  ws-request-valid         pic x(1) value 'N'.
           88  request-is-valid             value 'Y'.
       01  ws-request-error         pic x(40) value spaces.
       01  ws-stamp-low             pic x(14) value spaces.
       01  ws-stamp-high            pic x(14) value spaces.

      *    兩個檔各自的讀取狀態：讀到底、或員工模式讀過頭就算讀完
       01  ws-audit-done            pic x(1) value 'N'.
           88  audit-is-done                value 'Y'.
       01  ws-feed-done             pic x(1) value 'N'.
           88  feed-is-done                 value 'Y'.

      *    明細行的異動種類與前後值（部門更正是舊/新部門，HR 異動依
      *    動作而定）
       01  ws-change-type           pic x(10).
       01  ws-before-value          pic x(20).
       01  ws-after-value           pic x(20).

       01  ws-printed-count         pic 9(7) value 0.
       01  ws-read-count            pic 9(7) value 0.
               goback
           end-if.

      *    FEEDAUD 要等 EmpFeedLoad 第一次跑過才會建，還沒建就當沒有
      *    HR 異動記錄，只印部門更正
           open input feed-audit-file.
           evaluate ws-feedaud-status
               when '00'
                   set feedaud-is-present to true
               when '35'
                   continue
               when other
                   display 'AUDREPORT ABEND - OPEN FAILED ON '
                       'FEEDAUD STATUS=' ws-feedaud-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'OPEN FAILED ON FEEDAUD' to log-msg-text
                   perform 0950-log-ops-message
                   move 16 to return-code
                   goback
           end-evaluate.

           open output audit-report-file.
           if ws-audrpt-status not = '00'
               display 'AUDREPORT ABEND - OPEN FAILED ON '
           end-if.

      *-----------------------------------------------------------------------
      * 0200 - 掃描稽核檔：部門更正（EMPAUDIT）與 HR 異動（FEEDAUD）兩個
      *         檔各自 START 後先各讀一筆，每次印 key 小的那一筆、再從
      *         同一個檔補讀下一筆（key 相同時部門更正排前面）。員工模式
      *         從（員工編號+起始時間戳記）起讀到編號變了或超過迄日，
      *         部門模式整檔掃描逐筆過濾
      *-----------------------------------------------------------------------
       0200-scan-audit-file.
           if employee-inquiry-mode
               move ws-select-employee to audit-employee-number
               move ws-stamp-low to audit-timestamp
               move ws-select-employee to fdau-employee-number
               move ws-stamp-low to fdau-timestamp
               move 0 to fdau-feed-sequence
           else
               move low-values to audit-key
               move low-values to fdau-key
           end-if.

           move 'N' to ws-audit-done.
           start employee-audit-file
               key >= audit-key
               invalid key
                   move 'Y' to ws-audit-done
           end-start.
           if not audit-is-done
               perform 0220-read-next-audit
           end-if.

           move 'N' to ws-feed-done.
           if feedaud-is-present
               start feed-audit-file
                   key >= fdau-key
                   invalid key
                       move 'Y' to ws-feed-done
               end-start
           else
               move 'Y' to ws-feed-done
           end-if.
           if not feed-is-done
               perform 0225-read-next-feed
           end-if.

           perform until audit-is-done and feed-is-done
               if feed-is-done
                   or (not audit-is-done
                       and audit-key <= fdau-key(1:19))
                   perform 0210-select-one-record
                   perform 0220-read-next-audit
               else
                   perform 0215-select-one-feed-record
                   perform 0225-read-next-feed
               end-if
           end-perform.

       0210-select-one-record.
           if employee-inquiry-mode
               perform 0260-print-detail-line
           else
               if (audit-old-department = rqs-department
                   or audit-new-department = rqs-department)
           end-if.

      *-----------------------------------------------------------------------
      * 0215 - HR 異動的部門模式比對異動前或異動後的部門，新進、轉出
      *         都查得到
      *-----------------------------------------------------------------------
       0215-select-one-feed-record.
           if employee-inquiry-mode
               perform 0265-print-feed-detail-line
           else
               if (fdau-old-department = rqs-department
                   or fdau-new-department = rqs-department)
                   and fdau-timestamp >= ws-stamp-low
                   and fdau-timestamp <= ws-stamp-high
                   perform 0265-print-feed-detail-line
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0220/0225 - 各檔讀下一筆：員工模式靠 key 順序判斷讀過頭（編號
      *         變了或時間戳記超過迄日就收工）
      *-----------------------------------------------------------------------
       0220-read-next-audit.
           read employee-audit-file next
               at end
                   move 'Y' to ws-audit-done
           end-read.
           if not audit-is-done
               if ws-empaud-status not = '00'
                   move 'Y' to ws-audit-done
               else
                   add 1 to ws-read-count
                   if employee-inquiry-mode
                       and (audit-employee-number
                               not = ws-select-employee
                           or audit-timestamp > ws-stamp-high)
                       move 'Y' to ws-audit-done
                   end-if
               end-if
           end-if.

       0225-read-next-feed.
           read feed-audit-file next
               at end
                   move 'Y' to ws-feed-done
           end-read.
           if not feed-is-done
               if ws-feedaud-status not = '00'
                   move 'Y' to ws-feed-done
               else
                   add 1 to ws-read-count
                   if employee-inquiry-mode
                       and (fdau-employee-number
                               not = ws-select-employee
                           or fdau-timestamp > ws-stamp-high)
                       move 'Y' to ws-feed-done
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0250/0260/0265 - 排版輸出（標題、明細、分頁）
      *-----------------------------------------------------------------------
       0250-print-report-header.
           add 1 to ws-page-number.

           string
               'EMP-NUMBER  EMPLOYEE-NAME                  '
               'CHANGE     BEFORE               AFTER      '
               '          RUN-DATE   TIMESTAMP'
               delimited by size
               into audit-report-line
           end-string.
           end-if.

           move audit-employee-number to ws-numeric-edit-5.
           move audit-old-department to ws-before-value.
           move audit-new-department to ws-after-value.
           string
               ws-numeric-edit-5 '       '
               audit-employee-name ' '
               'DEPT CHG  ' ' '
               ws-before-value ' '
               ws-after-value ' '
               audit-run-date ' '
               audit-timestamp(1:8) '-' audit-timestamp(9:6)
               delimited by size
           add 1 to ws-lines-on-page.
           add 1 to ws-printed-count.

      *    HR 異動印兩行：第一行跟部門更正同一個排法（前後值只列這個
      *    動作動到的欄位），第二行補異動日、送檔人與異動後的部門/
      *    職稱；改名時前後值放不下全名，第二行再印一次舊姓名
       0265-print-feed-detail-line.
           if ws-lines-on-page >= ws-max-lines-per-page - 1
               perform 0250-print-report-header
           end-if.

           move spaces to ws-before-value.
           move spaces to ws-after-value.
           evaluate true
               when fdau-action-add
                   move 'HIRE' to ws-change-type
                   move fdau-new-department to ws-after-value
               when fdau-action-terminate
                   move 'TERMINATE' to ws-change-type
                   string
                       'STATUS ' fdau-old-status
                       delimited by size
                       into ws-before-value
                   end-string
                   string
                       'STATUS ' fdau-new-status
                       delimited by size
                       into ws-after-value
                   end-string
               when fdau-action-name
                   move 'NAME CHG' to ws-change-type
                   move fdau-old-name to ws-before-value
                   move fdau-new-name to ws-after-value
               when other
                   move 'STATUS CHG' to ws-change-type
                   string
                       'STATUS ' fdau-old-status
                       delimited by size
                       into ws-before-value
                   end-string
                   string
                       'STATUS ' fdau-new-status
                       delimited by size
                       into ws-after-value
                   end-string
           end-evaluate.

           move fdau-employee-number to ws-numeric-edit-5.
           move spaces to audit-report-line.
           string
               ws-numeric-edit-5 '       '
               fdau-new-name ' '
               ws-change-type ' '
               ws-before-value ' '
               ws-after-value ' '
               fdau-run-date ' '
               fdau-timestamp(1:8) '-' fdau-timestamp(9:6)
               delimited by size
               into audit-report-line
           end-string.
           write audit-report-line.

           if fdau-action-name
               move spaces to audit-report-line
               string
                   '            FEED DATE: ' fdau-feed-date
                   '  SENT BY: ' fdau-sent-by
                   '  PREVIOUS NAME: ' fdau-old-name
                   delimited by size
                   into audit-report-line
               end-string
           else
               move spaces to audit-report-line
               string
                   '            FEED DATE: ' fdau-feed-date
                   '  SENT BY: ' fdau-sent-by
                   '  DEPT: ' fdau-new-department
                   '  TITLE: ' fdau-new-job-title
                   delimited by size
                   into audit-report-line
               end-string
           end-if.
           write audit-report-line.
           add 2 to ws-lines-on-page.
           add 1 to ws-printed-count.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：印總計、收檔
      *-----------------------------------------------------------------------

           close audit-request-file.
           close employee-audit-file.
           if feedaud-is-present
               close feed-audit-file
           end-if.
           close audit-report-file.

           display 'AUDREPORT COMPLETE - SELECTED: ' ws-printed-count.
