      *-----------------------------------------------------------------------
      * 程式名稱：DeptReorgRev.cob
      * 程式說明：部門重組對照撤銷批次。讀對照檔 DEPTMAPK，對每筆已套用
      *           （'P'）且撤銷申請已覆核（dmap-reversal-status 'A'）的
      *           對照，從 EMPAUDIT 找出 DeptReorg 當初為這筆對照寫的
      *           稽核記錄（執行部門 = 舊部門、舊部門 -> 新部門、執行
      *           日期 = 對照的套用日期），把每個員工搬回舊部門，每搬
      *           一個照 DeptReorg 0355 同一套格式寫一筆 EMPAUDIT
      *           before/after 記錄，並印撤銷名冊 REVRPT.TXT。
      *           reorg 之後又被搬過或更正過（EMPAUDIT 有更晚的記錄、
      *           或現在已經不在新部門）、已離職、不在 EMPLOYEE 表上、
      *           或 EMPCORRK 還有未套用（'E'/'A'）更正的員工一律不動，
      *           在名冊上列出原因並以 RC=8 回報 -- 這些人要不要搬由
      *           HR 逐筆走 CorrMaint。跑完對照改 'R'（已撤銷）並回寫
      *           撤銷筆數與跳過筆數。舊部門撤銷前要在主檔上且仍為
      *           active（停掉的要先在 DeptMaint 重新啟用），驗不過的
      *           撤銷整筆跳過，申請留著隔晚再試。兩人控管由
      *           DeptMapMaint 把關：這裡只處理覆核過的撤銷申請。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptReorgRev.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dept-mapping-file
               ASSIGN TO "DEPTMAPK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dmap-key
               FILE STATUS IS ws-dmap-status.

           SELECT department-master-file
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dept-code
               FILE STATUS IS ws-deptmst-status.

           SELECT employee-audit-file
               ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS audit-key
               FILE STATUS IS ws-empaud-status.

           SELECT pending-corrections-file
               ASSIGN TO "EMPCORRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcorr-key
               FILE STATUS IS ws-corrk-status.

           SELECT reversal-report-file
               ASSIGN TO "REVRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-revrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  dept-mapping-file.
      *    對照記錄配置與 DeptMapMaint / DeptReorg 共用同一份 copybook
           COPY DMAPREC.

       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       FD  employee-audit-file.
      *    稽核記錄配置與 SQLWithHold / DeptReorg / AudInquiry 共用同一
      *    份 copybook
           COPY AUDREC.

       FD  pending-corrections-file.
      *    待套用更正記錄配置與 CorrMaint / SQLWithHold 共用同一份 copybook
           COPY CORRREC.

       FD  reversal-report-file.
       01  reversal-report-line        pic x(132).

       WORKING-STORAGE SECTION.
      *    共用員工記錄配置（亦作為 SELECT 的 host variable 目標）
           COPY EMPREC.

      *    DB2 SQL Communication Area - 每次 EXEC SQL 後都要檢查
           COPY SQLCA.

       01  ws-statement-desc        pic x(30).

       01  ws-dmap-status           pic x(2).
       01  ws-deptmst-status        pic x(2).
       01  ws-empaud-status         pic x(2).
       01  ws-corrk-status          pic x(2).
       01  ws-revrpt-status         pic x(2).

       01  ws-corrk-present         pic x(1) value 'N'.
           88  corrk-is-present             value 'Y'.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
       01  ws-audit-stamp-long      pic x(21).

       01  ws-map-scan-done         pic x(1) value 'N'.
           88  map-scan-is-done             value 'Y'.
       01  ws-mapping-ok            pic x(1) value 'N'.
           88  mapping-is-ok                value 'Y'.
       01  ws-audit-scan-done       pic x(1) value 'N'.
           88  audit-scan-is-done           value 'Y'.
       01  ws-corr-scan-done        pic x(1) value 'N'.
           88  corr-scan-is-done            value 'Y'.
       01  ws-corr-pending          pic x(1) value 'N'.
           88  corr-is-pending              value 'Y'.

      *    撤銷中的對照（掃稽核檔、逐員工搬回時對照檔記錄區不能依賴，
      *    先留一份）
       01  ws-map-old-department    pic x(10).
       01  ws-map-new-department    pic x(10).
       01  ws-map-sequence          pic 9(3).
       01  ws-map-applied-date      pic x(10).
       01  ws-map-moved-count       pic 9(7).
       01  ws-skip-reason           pic x(50) value spaces.

      *    這筆對照當初搬動的員工（從 EMPAUDIT 收集）。稽核檔依員工
      *    編號+時間戳記排序，同一個員工 reorg 之後的記錄緊接在後面：
      *    rc-later 'M' = 之後又被搬過/更正過，'R' = 之後只有本撤銷
      *    自己寫的記錄（上一次撤銷跑到一半 abend 重跑），空白 = 沒有
       01  reversal-candidate-table.
           05  reversal-candidate-entry occurs 5000 times
               indexed by rc-idx.
               10  rc-employee-number    pic 9(5).
               10  rc-employee-name      pic x(30).
               10  rc-later              pic x(1).
               10  rc-later-department   pic x(10).
       01  ws-cand-total            pic 9(5) value 0.
       01  ws-cand-limit            pic 9(5) value 5000.
       01  ws-cand-overflow         pic x(1) value 'N'.
           88  cand-table-overflow          value 'Y'.
      *    目前這個員工在表上的那一格（0 = 這個員工不是候選人）
       01  ws-cand-current          pic 9(5) value 0.
       01  ws-scan-employee         pic 9(5) value 0.

       01  ws-cur-department        pic x(10).
       01  ws-cur-status            pic x(1).

       01  ws-reversed-count        pic 9(7) value 0.
       01  ws-skipped-count         pic 9(7) value 0.
       01  ws-already-count         pic 9(7) value 0.
       01  ws-commit-count          pic 9(7) value 0.
       01  ws-checkpoint-interval   pic 9(5) value 500.

       01  ws-mapping-reversed      pic 9(5) value 0.
       01  ws-mapping-held          pic 9(5) value 0.
       01  ws-total-reversed        pic 9(7) value 0.
       01  ws-total-skipped         pic 9(7) value 0.

       01  ws-numeric-edit-5        pic zzzz9.
       01  ws-numeric-edit-7        pic zzzzzz9.
       01  ws-numeric-edit-sqlcode  pic -(6)9.

      *    營運訊息登錄（CALL 'OpsLog'）的參數記錄，欄位說明見
      *    OPSMSGP.cpy
           COPY OPSMSGP REPLACING ==:TAG:== BY ==log==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0200-scan-mappings.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔、取得執行日期、印報表表頭；更正檔還不存在
      *         就當沒有未套用的更正
      *-----------------------------------------------------------------------
       0100-initialize.
           move spaces to ws-map-old-department.

           open i-o dept-mapping-file.
           if ws-dmap-status not = '00'
               display 'DEPTREORGREV ABEND - OPEN FAILED ON '
                   'DEPTMAPK STATUS=' ws-dmap-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON DEPTMAPK' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           open input department-master-file.
           if ws-deptmst-status not = '00'
               display 'DEPTREORGREV ABEND - OPEN FAILED ON '
                   'DEPTMAST STATUS=' ws-deptmst-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON DEPTMAST' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

      *    稽核檔是永久累積的，開 I-O 往裡面加記錄，絕對不能 OPEN OUTPUT
           open i-o employee-audit-file.
           if ws-empaud-status not = '00'
               display 'DEPTREORGREV ABEND - OPEN FAILED ON '
                   'EMPAUDIT STATUS=' ws-empaud-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON EMPAUDIT' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           open input pending-corrections-file.
           evaluate ws-corrk-status
               when '00'
                   set corrk-is-present to true
               when '35'
                   continue
               when other
                   display 'DEPTREORGREV ABEND - OPEN FAILED ON '
                       'EMPCORRK STATUS=' ws-corrk-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'OPEN FAILED ON EMPCORRK' to log-msg-text
                   perform 0950-log-ops-message
                   move 16 to return-code
                   goback
           end-evaluate.

           open output reversal-report-file.
           if ws-revrpt-status not = '00'
               display 'DEPTREORGREV ABEND - OPEN FAILED ON '
                   'REVRPT.TXT STATUS=' ws-revrpt-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON REVRPT.TXT' to log-msg-text
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

           move spaces to reversal-report-line.
           string
               'DEPARTMENT REORG REVERSAL REGISTER'
               '  RUN DATE: ' ws-run-date-display
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

      *-----------------------------------------------------------------------
      * 0200 - 依 key 順序讀整個對照檔：已套用且撤銷已覆核的做撤銷，
      *         撤銷還在待覆核的只在報表上註記
      *-----------------------------------------------------------------------
       0200-scan-mappings.
           move low-values to dmap-key.
           move 'N' to ws-map-scan-done.
           start dept-mapping-file
               key >= dmap-key
               invalid key
                   move 'Y' to ws-map-scan-done
           end-start.

           perform until map-scan-is-done
               read dept-mapping-file next
                   at end
                       move 'Y' to ws-map-scan-done
               end-read
               if not map-scan-is-done
                   if ws-dmap-status not = '00'
                       move 'Y' to ws-map-scan-done
                   else
                       evaluate true
                           when not dmap-status-applied
                               continue
                           when dmap-reversal-entered
                               perform 0220-report-pending
                           when dmap-reversal-approved
                               perform 0300-reverse-one-mapping
                           when other
                               continue
                       end-evaluate
                   end-if
               end-if
           end-perform.

       0220-report-pending.
           move spaces to reversal-report-line.
           write reversal-report-line.
           move dmap-sequence to ws-numeric-edit-5.
           move spaces to reversal-report-line.
           string
               'MAPPING ' dmap-old-department ' SEQ ' ws-numeric-edit-5
               ' -> ' dmap-new-department
               '  REVERSAL PENDING APPROVAL - NOT PROCESSED'
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

      *-----------------------------------------------------------------------
      * 0300 - 撤銷一筆對照：舊部門要能收人、收集當初搬動的員工、逐一
      *         搬回並寫稽核、COMMIT，最後對照回寫 'R'。收集不完整（表
      *         滿了、稽核記錄找不到）就整筆不做，申請留著
      *-----------------------------------------------------------------------
       0300-reverse-one-mapping.
           move dmap-old-department to ws-map-old-department.
           move dmap-new-department to ws-map-new-department.
           move dmap-sequence to ws-map-sequence.
           move dmap-applied-date to ws-map-applied-date.
           if dmap-moved-count numeric
               move dmap-moved-count to ws-map-moved-count
           else
               move 0 to ws-map-moved-count
           end-if.

           perform 0320-print-mapping-header.
           perform 0310-revalidate-mapping.
           if mapping-is-ok
               perform 0330-collect-candidates
               perform 0335-check-candidates
           end-if.

           if not mapping-is-ok
               add 1 to ws-mapping-held
               perform 0315-report-held-mapping
               move 8 to return-code
           else
               perform 0340-reverse-employees
               perform 0360-mark-mapping-reversed
               perform 0370-print-mapping-total
               add 1 to ws-mapping-reversed
               add ws-reversed-count to ws-total-reversed
               add ws-skipped-count to ws-total-skipped
           end-if.

      *-----------------------------------------------------------------------
      * 0310 - 舊部門要在主檔上且仍為 active，不然整批人會被搬回一個
      *         停用的代碼；新部門不用驗（人是從那裡搬出來）
      *-----------------------------------------------------------------------
       0310-revalidate-mapping.
           move 'Y' to ws-mapping-ok.
           move ws-map-old-department to dept-code.
           read department-master-file
               invalid key
                   continue
           end-read.
           if ws-deptmst-status not = '00'
               or not dept-is-active
               move 'N' to ws-mapping-ok
               move 'OLD DEPARTMENT NOT ON FILE OR INACTIVE'
                   to ws-skip-reason
           end-if.

       0315-report-held-mapping.
           move spaces to reversal-report-line.
           string
               '  NOT REVERSED - ' ws-skip-reason
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.
           move spaces to reversal-report-line.
           string
               '  REVERSAL REQUEST LEFT APPROVED - RERUNS NEXT NIGHT'
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

           move ws-map-old-department to log-msg-department.
           move 'W' to log-msg-severity.
           move spaces to log-msg-text.
           string
               'REORG REVERSAL HELD - ' ws-skip-reason
               delimited by size
               into log-msg-text
           end-string.
           perform 0950-log-ops-message.

       0320-print-mapping-header.
           move spaces to reversal-report-line.
           write reversal-report-line.
           move ws-map-sequence to ws-numeric-edit-5.
           move spaces to reversal-report-line.
           string
               'MAPPING ' ws-map-old-department ' SEQ '
               ws-numeric-edit-5 ' -> ' ws-map-new-department
               '  APPLIED ' ws-map-applied-date
               '  REVERSAL APPROVED BY ' dmap-reversal-approved-by
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

      *-----------------------------------------------------------------------
      * 0330 - 整個稽核檔掃一遍，收集 DeptReorg 為這筆對照寫的記錄；同
      *         一個員工 reorg 之後的記錄順便分類（見 rc-later）
      *-----------------------------------------------------------------------
       0330-collect-candidates.
           move 0 to ws-cand-total.
           move 'N' to ws-cand-overflow.
           move 0 to ws-cand-current.
           move 0 to ws-scan-employee.
           move 'N' to ws-audit-scan-done.
           move low-values to audit-key.
           start employee-audit-file
               key >= audit-key
               invalid key
                   move 'Y' to ws-audit-scan-done
           end-start.
           perform until audit-scan-is-done
               read employee-audit-file next
                   at end
                       move 'Y' to ws-audit-scan-done
               end-read
               if not audit-scan-is-done
                   if ws-empaud-status not = '00'
                       move 'Y' to ws-audit-scan-done
                   else
                       perform 0332-classify-audit-record
                   end-if
               end-if
           end-perform.

       0332-classify-audit-record.
           if audit-employee-number not = ws-scan-employee
               move audit-employee-number to ws-scan-employee
               move 0 to ws-cand-current
           end-if.

           if audit-run-department = ws-map-old-department
               and audit-old-department = ws-map-old-department
               and audit-new-department = ws-map-new-department
               and audit-run-date = ws-map-applied-date
               perform 0334-add-candidate
           else
               if ws-cand-current > 0
                   if audit-run-department = ws-map-old-department
                       and audit-old-department = ws-map-new-department
                       and audit-new-department = ws-map-old-department
                       if rc-later(ws-cand-current) = space
                           move 'R' to rc-later(ws-cand-current)
                       end-if
                   else
                       move 'M' to rc-later(ws-cand-current)
                       move audit-new-department
                           to rc-later-department(ws-cand-current)
                   end-if
               end-if
           end-if.

       0334-add-candidate.
           if ws-cand-total < ws-cand-limit
               add 1 to ws-cand-total
               move ws-cand-total to ws-cand-current
               move audit-employee-number
                   to rc-employee-number(ws-cand-current)
               move audit-employee-name
                   to rc-employee-name(ws-cand-current)
               move space to rc-later(ws-cand-current)
               move spaces to rc-later-department(ws-cand-current)
           else
               set cand-table-overflow to true
               move 0 to ws-cand-current
           end-if.

      *-----------------------------------------------------------------------
      * 0335 - 收集結果檢查：表滿了不能只撤一半；對照當初有搬人卻一筆
      *         稽核記錄都找不到（稽核寫入失敗或已歸檔）也不能標成已撤銷
      *-----------------------------------------------------------------------
       0335-check-candidates.
           evaluate true
               when cand-table-overflow
                   move 'N' to ws-mapping-ok
                   move ws-cand-limit to ws-numeric-edit-5
                   move spaces to ws-skip-reason
                   string
                       'MORE THAN ' ws-numeric-edit-5
                       ' EMPLOYEES - TABLE LIMIT'
                       delimited by size
                       into ws-skip-reason
                   end-string
               when ws-cand-total = 0
                   and ws-map-moved-count > 0
                   move 'N' to ws-mapping-ok
                   move 'NO EMPAUDIT RECORDS FOUND FOR THIS MAPPING'
                       to ws-skip-reason
               when other
                   continue
           end-evaluate.

           if mapping-is-ok
               and ws-cand-total not = ws-map-moved-count
               move spaces to reversal-report-line
               move ws-cand-total to ws-numeric-edit-7
               move spaces to reversal-report-line
               string
                   '  NOTE: ' ws-numeric-edit-7
                   ' AUDIT RECORD(S) FOUND, MAPPING MOVED '
                   delimited by size
                   into reversal-report-line
               end-string
               move ws-map-moved-count to ws-numeric-edit-7
               move ws-numeric-edit-7 to reversal-report-line(54:7)
               write reversal-report-line
           end-if.

      *-----------------------------------------------------------------------
      * 0340 - 逐員工搬回：每 N 筆 COMMIT 一次，跟 DeptReorg 的
      *         checkpoint 同一套做法
      *-----------------------------------------------------------------------
       0340-reverse-employees.
           move 0 to ws-reversed-count.
           move 0 to ws-skipped-count.
           move 0 to ws-already-count.
           move 0 to ws-commit-count.

           move spaces to reversal-report-line.
           string
               '  EMP-NUMBER  EMPLOYEE-NAME                   RESULT'
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

           perform varying rc-idx from 1 by 1
               until rc-idx > ws-cand-total
               perform 0350-reverse-one-employee
           end-perform.

           exec sql
               commit
           end-exec.
           move 'COMMIT (REVERSAL)' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *-----------------------------------------------------------------------
      * 0350 - 一個員工：先判斷能不能動（0352），能動才 UPDATE；UPDATE
      *         條件再帶一次新部門，判斷之後才被搬走的也不會被硬搬回去
      *-----------------------------------------------------------------------
       0350-reverse-one-employee.
           move spaces to ws-skip-reason.
           perform 0352-check-employee.

           if ws-skip-reason = spaces
               move rc-employee-number(rc-idx) to employee-number
               exec sql
                   update EMPLOYEE
                   set EMPLOYEE_DEPARTMENT = :ws-map-old-department
                   where EMPLOYEE_NUMBER = :employee-number
                   and EMPLOYEE_DEPARTMENT = :ws-map-new-department
               end-exec
               move 'UPDATE EMPLOYEE DEPARTMENT' to ws-statement-desc
               perform 0910-check-sqlcode
               if sqlcode = 100
                   move 'SKIPPED - NO LONGER IN NEW DEPARTMENT'
                       to ws-skip-reason
               end-if
           end-if.

           evaluate true
               when ws-skip-reason = spaces
                   perform 0355-write-audit-record
                   add 1 to ws-reversed-count
                   move 'REVERSED' to ws-skip-reason
                   perform 0358-print-employee-line
                   add 1 to ws-commit-count
                   if ws-commit-count >= ws-checkpoint-interval
                       exec sql
                           commit
                       end-exec
                       move 'COMMIT (CHECKPOINT)' to ws-statement-desc
                       perform 0910-check-sqlcode
                       move 0 to ws-commit-count
                   end-if
               when ws-skip-reason(1:7) = 'ALREADY'
                   add 1 to ws-already-count
                   perform 0358-print-employee-line
               when other
                   add 1 to ws-skipped-count
                   perform 0358-print-employee-line
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0352 - 能不能動：reorg 之後有別的稽核記錄（又被搬或更正過）、
      *         EMPLOYEE 上找不到、已離職、現在不在新部門、還有未套用
      *         的更正，都跳過；已經在舊部門而且之後只有本撤銷自己的
      *         記錄，是上一次撤銷跑到一半 abend 重跑，當成已撤銷
      *-----------------------------------------------------------------------
       0352-check-employee.
           if rc-later(rc-idx) = 'M'
               string
                   'SKIPPED - MOVED OR CORRECTED SINCE: '
                   rc-later-department(rc-idx)
                   delimited by size
                   into ws-skip-reason
               end-string
           else
               move rc-employee-number(rc-idx) to employee-number
               exec sql
                   select EMPLOYEE_NAME, EMPLOYEE_DEPARTMENT,
                          EMPLOYEE_STATUS
                     into :employee-name, :ws-cur-department,
                          :ws-cur-status
                     from EMPLOYEE
                    where EMPLOYEE_NUMBER = :employee-number
               end-exec
               move 'SELECT EMPLOYEE' to ws-statement-desc
               perform 0910-check-sqlcode
               evaluate true
                   when sqlcode = 100
                       move 'SKIPPED - NO LONGER ON EMPLOYEE TABLE'
                           to ws-skip-reason
                   when ws-cur-status = 'T'
                       move 'SKIPPED - TERMINATED SINCE REORG'
                           to ws-skip-reason
                   when ws-cur-department = ws-map-old-department
                       and rc-later(rc-idx) = 'R'
                       move 'ALREADY REVERSED BY EARLIER RUN'
                           to ws-skip-reason
                   when ws-cur-department not = ws-map-new-department
                       string
                           'SKIPPED - NOW IN DEPARTMENT '
                           ws-cur-department
                           delimited by size
                           into ws-skip-reason
                       end-string
                   when other
                       move employee-name to rc-employee-name(rc-idx)
               end-evaluate
           end-if.

           if ws-skip-reason = spaces
               and corrk-is-present
               perform 0354-check-open-corrections
               if corr-is-pending
                   move 'SKIPPED - OPEN CORRECTION ON EMPCORRK'
                       to ws-skip-reason
               end-if
           end-if.

      *    更正檔 key 是員工編號+序號，同一個員工的更正排在一起
       0354-check-open-corrections.
           move 'N' to ws-corr-pending.
           move 'N' to ws-corr-scan-done.
           move rc-employee-number(rc-idx) to pcorr-employee-number.
           move 0 to pcorr-sequence.
           start pending-corrections-file
               key >= pcorr-key
               invalid key
                   move 'Y' to ws-corr-scan-done
           end-start.
           perform until corr-scan-is-done
               read pending-corrections-file next
                   at end
                       move 'Y' to ws-corr-scan-done
               end-read
               if not corr-scan-is-done
                   if ws-corrk-status not = '00'
                       or pcorr-employee-number
                           not = rc-employee-number(rc-idx)
                       move 'Y' to ws-corr-scan-done
                   else
                       if pcorr-status-entered
                           or pcorr-status-approved
                           set corr-is-pending to true
                           move 'Y' to ws-corr-scan-done
                       end-if
                   end-if
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0355 - 每個搬回的員工寫一筆稽核記錄（before/after image）到
      *         EMPAUDIT，欄位填法跟 DeptReorg 0355 一致：執行部門記
      *         對照的舊部門，舊/新部門跟當初那筆反過來。寫入失敗不中斷
      *         撤銷（DB 端已更新成功），記 warning 並以 RC=8 回報
      *-----------------------------------------------------------------------
       0355-write-audit-record.
           move function current-date to ws-audit-stamp-long.
           move rc-employee-number(rc-idx) to audit-employee-number.
           move ws-audit-stamp-long(1:14) to audit-timestamp.
           move rc-employee-name(rc-idx) to audit-employee-name.
           move ws-map-new-department to audit-old-department.
           move ws-map-old-department to audit-new-department.
           move ws-run-date-display to audit-run-date.
           move ws-map-old-department to audit-run-department.
           write employee-audit-record
               invalid key
                   display 'DEPTREORGREV WARNING - AUDIT WRITE FAILED '
                       'EMP=' audit-employee-number
                       ' STATUS=' ws-empaud-status
                   move ws-map-old-department to log-msg-department
                   move 'W' to log-msg-severity
                   move spaces to log-msg-text
                   string
                       'AUDIT WRITE FAILED EMP='
                       audit-employee-number
                       delimited by size
                       into log-msg-text
                   end-string
                   perform 0950-log-ops-message
                   move 8 to return-code
           end-write.

       0358-print-employee-line.
           move spaces to reversal-report-line.
           move rc-employee-number(rc-idx) to ws-numeric-edit-5.
           move spaces to reversal-report-line.
           string
               '  ' ws-numeric-edit-5 '       '
               rc-employee-name(rc-idx) '  '
               ws-skip-reason
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

      *-----------------------------------------------------------------------
      * 0360 - 對照回寫 'R'（已撤銷）、撤銷申請 'P' 與撤銷日期/筆數；
      *         跳過的員工要有人接手，記 warning 並以 RC=8 回報。回寫
      *         失敗也要讓人知道 -- 不回寫的話隔晚會再跑一次（搬過的人
      *         會判成已撤銷，不會重搬，但報表會再出一次）
      *-----------------------------------------------------------------------
       0360-mark-mapping-reversed.
           move 'R' to dmap-status.
           move 'P' to dmap-reversal-status.
           move ws-run-date-display to dmap-reversed-date.
           compute dmap-reversed-count
               = ws-reversed-count + ws-already-count.
           move ws-skipped-count to dmap-reversal-skipped-count.
           rewrite dept-mapping-record
               invalid key
                   continue
           end-rewrite.
           if ws-dmap-status not = '00'
               display 'DEPTREORGREV WARNING - MARK-REVERSED FAILED '
                   'DEPT=' ws-map-old-department
                   ' STATUS=' ws-dmap-status
               move ws-map-old-department to log-msg-department
               move 'W' to log-msg-severity
               move 'REORG MAPPING NOT MARKED REVERSED'
                   to log-msg-text
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

           if ws-skipped-count > 0
               move ws-map-old-department to log-msg-department
               move 'W' to log-msg-severity
               move spaces to log-msg-text
               move ws-skipped-count to ws-numeric-edit-7
               string
                   'REORG REVERSAL TO ' ws-map-new-department
                   ' SKIPPED ' ws-numeric-edit-7
                   ' EMP - SEE REVRPT'
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

       0370-print-mapping-total.
           move spaces to reversal-report-line.
           move ws-reversed-count to ws-numeric-edit-7.
           move spaces to reversal-report-line.
           string
               '  EMPLOYEES MOVED BACK:   ' ws-numeric-edit-7
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

           if ws-already-count > 0
               move spaces to reversal-report-line
               move ws-already-count to ws-numeric-edit-7
               move spaces to reversal-report-line
               string
                   '  ALREADY MOVED BACK:     ' ws-numeric-edit-7
                   delimited by size
                   into reversal-report-line
               end-string
               write reversal-report-line
           end-if.

           move spaces to reversal-report-line.
           move ws-skipped-count to ws-numeric-edit-7.
           move spaces to reversal-report-line.
           string
               '  EMPLOYEES SKIPPED:      ' ws-numeric-edit-7
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：印總計、收檔
      *-----------------------------------------------------------------------
       0900-terminate.
           move spaces to reversal-report-line.
           write reversal-report-line.

           move ws-mapping-reversed to ws-numeric-edit-5.
           move spaces to reversal-report-line.
           string
               'MAPPINGS REVERSED:    ' ws-numeric-edit-5
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

           if ws-mapping-held > 0
               move ws-mapping-held to ws-numeric-edit-5
               move spaces to reversal-report-line
               string
                   'REVERSALS HELD:       ' ws-numeric-edit-5
                   ' (SEE DETAIL ABOVE)'
                   delimited by size
                   into reversal-report-line
               end-string
               write reversal-report-line
           end-if.

           move ws-total-reversed to ws-numeric-edit-7.
           move spaces to reversal-report-line.
           string
               'EMPLOYEES MOVED BACK: ' ws-numeric-edit-7
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

           move ws-total-skipped to ws-numeric-edit-7.
           move spaces to reversal-report-line.
           string
               'EMPLOYEES SKIPPED:    ' ws-numeric-edit-7
               delimited by size
               into reversal-report-line
           end-string.
           write reversal-report-line.

           perform 0920-close-files.

           display 'DEPTREORGREV COMPLETE - MAPPINGS: '
               ws-mapping-reversed
               ' MOVED BACK: ' ws-total-reversed
               ' SKIPPED: ' ws-total-skipped.

       0920-close-files.
           close dept-mapping-file.
           close department-master-file.
           close employee-audit-file.
           if corrk-is-present
               close pending-corrections-file
           end-if.
           close reversal-report-file.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'DEPTREORGREV' to log-msg-program.
           call 'OpsLog' using log-ops-message.

      *-----------------------------------------------------------------------
      * 0910 - 每次 EXEC SQL 之後都要呼叫：negative SQLCODE 就 ROLLBACK
      *         並清乾淨地 abend -- 撤銷到一半掛掉時 DB 退回上一個
      *         checkpoint，對照還是撤銷 'A'，隔晚重跑時已搬回的員工會
      *         判成已撤銷，剩下的照常搬回
      *-----------------------------------------------------------------------
       0910-check-sqlcode.
           evaluate true
               when sqlcode = 0
                   continue
               when sqlcode = 100
                   continue
               when sqlcode < 0
                   move sqlcode to ws-numeric-edit-sqlcode
                   move ws-map-old-department to log-msg-department
                   move 'A' to log-msg-severity
                   move spaces to log-msg-text
                   string
                       'ABEND SQLCODE=' ws-numeric-edit-sqlcode
                       ' STMT=' ws-statement-desc
                       delimited by size
                       into log-msg-text
                   end-string
                   perform 0950-log-ops-message
                   display 'DEPTREORGREV ABEND - SQLCODE='
                       ws-numeric-edit-sqlcode
                       ' STMT=' ws-statement-desc
                   exec sql
                       rollback
                   end-exec
                   perform 0920-close-files
                   move 16 to return-code
                   goback
               when other
                   continue
           end-evaluate.
