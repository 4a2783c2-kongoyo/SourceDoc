      *-----------------------------------------------------------------------
      * 程式名稱：EmpAnon.cob
      * 程式說明：離職員工個資匿名化批次（隱私保存期限）。離職不再刪列
      *           之後，離職的人全名永遠留在 EMPLOYEE，也抄在 EMPAUDIT
      *           （audit-employee-name）、FEEDAUD（新舊姓名）與
      *           EmpArchive 寫的 AUDAyyyy.TXT 歸檔檔裡。公司隱私政策規定
      *           離職滿一定年限要匿名化：本程式找出離職日
      *           （EMPLOYEE_TERM_DATE）早於保存期限切點的離職員工，把
      *           姓名換成固定的中性字樣，員工編號與部門異動歷史全部
      *           保留，筆數與稽核軌跡照樣對得起來。
      *           保存年限與執行模式由 ANONCTL.TXT 指定（年限兩位數，
      *           預設 7 年；模式 'U' 才真的改資料，其他一律是預覽）；
      *           預覽照樣算出誰會被匿名化、各檔會動幾筆，但什麼都不
      *           寫。法務凍結名單 LEGALHLD.TXT 上的員工編號一律跳過並
      *           在報表上註明。
      *           順序是 EMPAUDIT、FEEDAUD、歸檔檔，最後才改 EMPLOYEE
      *           並 COMMIT -- 中途掛掉時 EMPLOYEE 的姓名還在，重跑會
      *           再挑到同一批人把剩下的做完（已經換掉的不會再算）。
      *           歸檔檔先整檔寫到 AUDAWORK.TXT 再抄回去；抄回中途失敗
      *           時 AUDAWORK.TXT 是完整的那一份，abend 訊息會指明。
      *           結果印成證明書格式的 ANONCERT.TXT（只列員工編號、
      *           部門、離職日與各檔筆數，不印姓名）給隱私稽核存查。
      *           離職但沒有離職日的（離職日欄位加上去之前就離職的人）
      *           無法判斷期限，只計數並寫 OPSMSG 提醒補資料。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpAnon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT anon-control-file
               ASSIGN TO "ANONCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-anonctl-status.

           SELECT legal-hold-file
               ASSIGN TO "LEGALHLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-legalhld-status.

           SELECT employee-audit-file
               ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS audit-key
               FILE STATUS IS ws-empaud-status.

           SELECT feed-audit-file
               ASSIGN TO "FEEDAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fdau-key
               FILE STATUS IS ws-feedaud-status.

      *    歸檔檔名帶記錄年份（AUDAyyyy.TXT），跟 EmpArchive 一樣 ASSIGN
      *    用資料名稱，逐年切換
           SELECT audit-archive-file
               ASSIGN TO ws-aud-arch-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audarch-status.

           SELECT archive-work-file
               ASSIGN TO "AUDAWORK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-arcwork-status.

           SELECT certificate-file
               ASSIGN TO "ANONCERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-anoncert-status.

       DATA DIVISION.
       FILE SECTION.
       FD  anon-control-file.
      *    保存年限與執行模式（選用，檔案不在就是 7 年、預覽）；欄位先
      *    收文字再驗 numeric
       01  anon-control-record.
           05  anon-retain-years        pic x(2).
           05  anon-run-mode            pic x(1).

       FD  legal-hold-file.
      *    法務凍結名單：一行一個員工編號，後面的說明欄位只給人看
       01  legal-hold-record.
           05  hold-employee-number     pic x(5).
           05  hold-reason              pic x(40).

       FD  employee-audit-file.
      *    稽核記錄配置與 SQLWithHold / EmpArchive 共用同一份 copybook
           COPY AUDREC.

       FD  feed-audit-file.
      *    HR 異動稽核記錄配置與 EmpFeedLoad 共用同一份 copybook
           COPY FEEDAUD.

       FD  audit-archive-file.
      *    歸檔記錄是 AUDREC 原樣平寫（EmpArchive），這裡只拆出要用的
      *    員工編號與姓名位置
       01  audit-archive-record.
           05  arc-employee-number      pic 9(5).
           05  arc-timestamp            pic x(14).
           05  arc-employee-name        pic x(30).
           05  arc-rest                 pic x(40).

       FD  archive-work-file.
       01  archive-work-record         pic x(89).

       FD  certificate-file.
       01  certificate-line            pic x(132).

       WORKING-STORAGE SECTION.
      *    共用員工記錄配置（亦作為 FETCH 的 host variable 目標）
           COPY EMPREC.

      *    DB2 SQL Communication Area - 每次 EXEC SQL 後都要檢查
           COPY SQLCA.

       01  sql-statement            pic x(250).
       01  ws-statement-desc        pic x(30).

       01  ws-anonctl-status        pic x(2).
       01  ws-legalhld-status       pic x(2).
       01  ws-empaud-status         pic x(2).
       01  ws-feedaud-status        pic x(2).
       01  ws-audarch-status        pic x(2).
       01  ws-arcwork-status        pic x(2).
       01  ws-anoncert-status       pic x(2).

      *    匿名化後的姓名：固定字樣，不帶任何可以回推的資訊
       01  ws-placeholder-name      pic x(30)
                                    value 'ANONYMIZED FORMER EMPLOYEE'.

       01  ws-retain-years          pic 9(2) value 7.
       01  ws-run-mode              pic x(1) value 'P'.
           88  update-mode                  value 'U'.
       01  ws-cutoff-year           pic 9(4).
      *    切點（ISO YYYY-MM-DD，離職日 < 切點就到期）
       01  ws-cutoff-date           pic x(10).

       01  ws-user-id               pic x(10) value spaces.

      *    法務凍結名單
       01  legal-hold-table.
           05  legal-hold-entry occurs 2000 times
               indexed by hold-idx.
               10  lh-employee-number    pic 9(5).
       01  ws-hold-total            pic 9(5) value 0.
       01  ws-hold-rejected         pic 9(5) value 0.

      *    這一次挑出來的離職員工，依員工編號排序（cursor 的 ORDER BY），
      *    掃歸檔檔時用 SEARCH ALL 對
       01  ws-cand-total            pic 9(5) value 0.
       01  ws-cand-limit            pic 9(5) value 5000.
       01  candidate-table.
           05  candidate-entry occurs 1 to 5000 times
               depending on ws-cand-total
               ascending key is cand-employee-number
               indexed by cand-idx.
               10  cand-employee-number  pic 9(5).
               10  cand-department       pic x(10).
               10  cand-term-date        pic x(10).
               10  cand-hold-flag        pic x(1).
                   88  cand-on-hold                 value 'Y'.
               10  cand-audit-count      pic 9(5).
               10  cand-feed-count       pic 9(5).
               10  cand-archive-count    pic 9(5).
       01  ws-cand-overflow         pic x(1) value 'N'.
           88  candidates-overflowed        value 'Y'.

       01  ws-no-term-date-count    pic 9(7) value 0.
       01  ws-anon-count            pic 9(5) value 0.
       01  ws-held-count            pic 9(5) value 0.
       01  ws-total-audit           pic 9(7) value 0.
       01  ws-total-feed            pic 9(7) value 0.
       01  ws-total-archive         pic 9(7) value 0.
       01  ws-total-employee        pic 9(7) value 0.
       01  ws-commit-count          pic 9(5) value 0.
       01  ws-commit-interval       pic 9(5) value 500.

       01  ws-scan-done             pic x(1) value 'N'.
           88  scan-is-done                 value 'Y'.
       01  ws-empaud-open           pic x(1) value 'N'.
           88  empaud-is-open               value 'Y'.
       01  ws-feedaud-open          pic x(1) value 'N'.
           88  feedaud-is-open              value 'Y'.
       01  ws-record-changed        pic x(1) value 'N'.
           88  record-was-changed           value 'Y'.

      *    歸檔檔逐年處理：從挑出來的人最早的到職年份到今年
       01  ws-aud-arch-name         pic x(12) value 'AUDAyyyy.TXT'.
       01  ws-arch-year             pic 9(4).
       01  ws-arch-year-from        pic 9(4).
       01  ws-arch-year-to          pic 9(4).
       01  ws-arch-year-changes     pic 9(7) value 0.
       01  ws-arch-files-changed    pic 9(5) value 0.
       01  ws-arch-eof              pic x(1) value 'N'.
           88  archive-at-eof               value 'Y'.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
       01  ws-run-time-display      pic x(8).
       01  ws-today-yyyymmdd        pic x(8).

       01  ws-numeric-edit-2        pic z9.
       01  ws-numeric-edit-5        pic zzzz9.
       01  ws-numeric-edit-5b       pic zzzz9.
       01  ws-numeric-edit-5c       pic zzzz9.
       01  ws-numeric-edit-7        pic zzzzzz9.
       01  ws-numeric-edit-sqlcode  pic -(6)9.

      *    營運訊息登錄（CALL 'OpsLog'）的參數記錄，欄位說明見
      *    OPSMSGP.cpy
           COPY OPSMSGP REPLACING ==:TAG:== BY ==log==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0200-select-candidates.
           if ws-cand-total > 0
               perform 0300-anonymize-audit
               perform 0400-anonymize-feed-audit
               perform 0500-anonymize-archives
               if update-mode
                   perform 0600-anonymize-employees
               end-if
           end-if.
           perform 0700-print-certificate.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：讀控制檔與凍結名單、取得執行者身分、推算切點、
      *         開證明書檔
      *-----------------------------------------------------------------------
       0100-initialize.
           move function current-date to ws-current-date-long.
           move ws-current-date-long(1:8) to ws-today-yyyymmdd.
           string
               ws-current-date-long(5:2) '/'
               ws-current-date-long(7:2) '/'
               ws-current-date-long(1:4)
               delimited by size
               into ws-run-date-display
           end-string.
           string
               ws-current-date-long(9:2) ':'
               ws-current-date-long(11:2) ':'
               ws-current-date-long(13:2)
               delimited by size
               into ws-run-time-display
           end-string.

           open output certificate-file.
           if ws-anoncert-status not = '00'
               display 'EMPANON ABEND - OPEN FAILED ON '
                   'ANONCERT.TXT STATUS=' ws-anoncert-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON ANONCERT.TXT - NOTHING ANONYMIZED'
                   to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           perform 0110-read-control.
           perform 0120-load-legal-holds.
           perform 0130-get-system-user.

      *    切點 = 今天往回推 N 年、同月同日；2/29 推到平年要改 2/28，
      *    不然 DB2 DATE 比較會吃 negative SQLCODE
           move ws-today-yyyymmdd(1:4) to ws-cutoff-year.
           subtract ws-retain-years from ws-cutoff-year.
           string
               ws-cutoff-year '-'
               ws-today-yyyymmdd(5:2) '-'
               ws-today-yyyymmdd(7:2)
               delimited by size
               into ws-cutoff-date
           end-string.
           if ws-cutoff-date(6:5) = '02-29'
               move '28' to ws-cutoff-date(9:2)
           end-if.

      *-----------------------------------------------------------------------
      * 0110 - 控制檔（選用）：年限不是數字或 00 就維持 7 年；模式只有
      *         'U' 會改資料，打錯或空白一律當預覽
      *-----------------------------------------------------------------------
       0110-read-control.
           open input anon-control-file.
           if ws-anonctl-status = '00'
               read anon-control-file
               if ws-anonctl-status = '00'
                   if anon-retain-years numeric
                       and anon-retain-years not = '00'
                       move anon-retain-years to ws-retain-years
                   end-if
                   if anon-run-mode = 'U'
                       move 'U' to ws-run-mode
                   end-if
               end-if
               close anon-control-file
           end-if.

      *-----------------------------------------------------------------------
      * 0120 - 法務凍結名單（選用）：編號不是數字的行不收，計數印在
      *         證明書上，名單打錯不會悄悄漏掉一個該凍結的人
      *-----------------------------------------------------------------------
       0120-load-legal-holds.
           open input legal-hold-file.
           if ws-legalhld-status = '00'
               perform until ws-legalhld-status not = '00'
                   read legal-hold-file
                   if ws-legalhld-status = '00'
                       if hold-employee-number numeric
                           and ws-hold-total < 2000
                           add 1 to ws-hold-total
                           move hold-employee-number
                               to lh-employee-number(ws-hold-total)
                       else
                           if hold-employee-number not = spaces
                               add 1 to ws-hold-rejected
                           end-if
                       end-if
                   end-if
               end-perform
               close legal-hold-file
           end-if.

      *-----------------------------------------------------------------------
      * 0130 - 從系統取執行者的身分印在證明書上；跟 CtlTotMaint 同一套
      *         做法
      *-----------------------------------------------------------------------
       0130-get-system-user.
           exec sql
               values(user) into :ws-user-id
           end-exec.
           move 'VALUES(USER)' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *-----------------------------------------------------------------------
      * 0200 - 挑人：離職、離職日早於切點、姓名還沒換掉的，依員工編號
      *         排序；超過表的容量的留到下一次
      *-----------------------------------------------------------------------
       0200-select-candidates.
           string
               'SELECT EMPLOYEE_NUMBER, EMPLOYEE_DEPARTMENT, '
               'EMPLOYEE_HIRE_DATE, EMPLOYEE_TERM_DATE '
               'FROM EMPLOYEE '
               'WHERE EMPLOYEE_STATUS = ''T'' '
               'AND EMPLOYEE_TERM_DATE < ? '
               'AND EMPLOYEE_NAME <> ? '
               'ORDER BY EMPLOYEE_NUMBER'
               delimited by size
               into sql-statement
           end-string.

           exec sql
               prepare anon-cursor-stmt from :sql-statement
           end-exec.
           move 'PREPARE' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *    DECLARE CURSOR 不是可執行的 SQL 陳述，不會更新 SQLCA，
      *    所以這裡不檢查 SQLCODE
           exec sql
               declare anon-cursor cursor for anon-cursor-stmt
           end-exec.

           exec sql
               open anon-cursor
                   using :ws-cutoff-date, :ws-placeholder-name
           end-exec.
           move 'OPEN CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

           move 0 to ws-cand-total.
           move ws-today-yyyymmdd(1:4) to ws-arch-year-from.
           perform 0210-fetch-next-candidate.
           perform until sqlcode = 100
               or candidates-overflowed
               if ws-cand-total < ws-cand-limit
                   perform 0220-add-candidate
                   perform 0210-fetch-next-candidate
               else
                   set candidates-overflowed to true
               end-if
           end-perform.

           exec sql
               close anon-cursor
           end-exec.
           move 'CLOSE CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *    離職日空白的人無法判斷期限
           exec sql
               select count(*) into :ws-no-term-date-count
               from EMPLOYEE
               where EMPLOYEE_STATUS = 'T'
               and EMPLOYEE_TERM_DATE is null
           end-exec.
           move 'SELECT COUNT(*) NO TERM DATE' to ws-statement-desc.
           perform 0910-check-sqlcode.

       0210-fetch-next-candidate.
           exec sql
               fetch anon-cursor
                   into :employee-number, :employee-department,
                        :employee-hire-date, :employee-term-date
           end-exec.
           move 'FETCH' to ws-statement-desc.
           perform 0910-check-sqlcode.

       0220-add-candidate.
           add 1 to ws-cand-total.
           set cand-idx to ws-cand-total.
           move employee-number to cand-employee-number(cand-idx).
           move employee-department to cand-department(cand-idx).
           move employee-term-date to cand-term-date(cand-idx).
           move 'N' to cand-hold-flag(cand-idx).
           move 0 to cand-audit-count(cand-idx).
           move 0 to cand-feed-count(cand-idx).
           move 0 to cand-archive-count(cand-idx).

           perform varying hold-idx from 1 by 1
               until hold-idx > ws-hold-total
               or cand-on-hold(cand-idx)
               if lh-employee-number(hold-idx) = employee-number
                   move 'Y' to cand-hold-flag(cand-idx)
               end-if
           end-perform.

           if cand-on-hold(cand-idx)
               add 1 to ws-held-count
           else
               add 1 to ws-anon-count
      *        歸檔檔要從最早的到職年份掃起；到職日不像日期的就不管
               if employee-hire-date(1:4) numeric
                   and employee-hire-date(1:4) < ws-arch-year-from
                   move employee-hire-date(1:4) to ws-arch-year-from
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0300 - EMPAUDIT：每個要匿名化的人從 員工編號+最小時間戳記 讀起，
      *         這個人的每一筆姓名換掉（預覽只計數）
      *-----------------------------------------------------------------------
       0300-anonymize-audit.
           if update-mode
               open i-o employee-audit-file
           else
               open input employee-audit-file
           end-if.
           evaluate ws-empaud-status
               when '00'
                   set empaud-is-open to true
               when '35'
                   continue
               when other
                   display 'EMPANON ABEND - OPEN FAILED ON '
                       'EMPAUDIT STATUS=' ws-empaud-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'OPEN FAILED ON EMPAUDIT - NOTHING ANONYMIZED'
                       to log-msg-text
                   perform 0950-log-ops-message
                   perform 0920-close-files
                   move 16 to return-code
                   goback
           end-evaluate.

           if empaud-is-open
               perform varying cand-idx from 1 by 1
                   until cand-idx > ws-cand-total
                   if not cand-on-hold(cand-idx)
                       perform 0310-anonymize-one-audit
                   end-if
               end-perform
               close employee-audit-file
               move 'N' to ws-empaud-open
           end-if.

       0310-anonymize-one-audit.
           move cand-employee-number(cand-idx)
               to audit-employee-number.
           move low-values to audit-timestamp.
           move 'N' to ws-scan-done.
           start employee-audit-file
               key >= audit-key
               invalid key
                   move 'Y' to ws-scan-done
           end-start.
           perform until scan-is-done
               read employee-audit-file next
                   at end
                       move 'Y' to ws-scan-done
               end-read
               if not scan-is-done
                   if ws-empaud-status not = '00'
                       or audit-employee-number
                           not = cand-employee-number(cand-idx)
                       move 'Y' to ws-scan-done
                   else
                       if audit-employee-name not = ws-placeholder-name
                           add 1 to cand-audit-count(cand-idx)
                           add 1 to ws-total-audit
                           if update-mode
                               perform 0320-rewrite-audit
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

       0320-rewrite-audit.
           move ws-placeholder-name to audit-employee-name.
           rewrite employee-audit-record
               invalid key
                   continue
           end-rewrite.
           if ws-empaud-status not = '00'
               display 'EMPANON ABEND - REWRITE FAILED ON EMPAUDIT'
                   ' EMP=' audit-employee-number
                   ' STATUS=' ws-empaud-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'EMPAUDIT REWRITE FAILED - RERUN TO COMPLETE'
                   to log-msg-text
               perform 0950-log-ops-message
               perform 0920-close-files
               move 16 to return-code
               goback
           end-if.

      *-----------------------------------------------------------------------
      * 0400 - FEEDAUD：同 0300，新舊兩個姓名欄位都換（新進的舊姓名
      *         本來就空白，留空白）
      *-----------------------------------------------------------------------
       0400-anonymize-feed-audit.
           if update-mode
               open i-o feed-audit-file
           else
               open input feed-audit-file
           end-if.
           evaluate ws-feedaud-status
               when '00'
                   set feedaud-is-open to true
               when '35'
                   continue
               when other
                   display 'EMPANON ABEND - OPEN FAILED ON '
                       'FEEDAUD STATUS=' ws-feedaud-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'OPEN FAILED ON FEEDAUD - RERUN TO COMPLETE'
                       to log-msg-text
                   perform 0950-log-ops-message
                   perform 0920-close-files
                   move 16 to return-code
                   goback
           end-evaluate.

           if feedaud-is-open
               perform varying cand-idx from 1 by 1
                   until cand-idx > ws-cand-total
                   if not cand-on-hold(cand-idx)
                       perform 0410-anonymize-one-feed
                   end-if
               end-perform
               close feed-audit-file
               move 'N' to ws-feedaud-open
           end-if.

       0410-anonymize-one-feed.
           move cand-employee-number(cand-idx)
               to fdau-employee-number.
           move low-values to fdau-timestamp.
           move 0 to fdau-feed-sequence.
           move 'N' to ws-scan-done.
           start feed-audit-file
               key >= fdau-key
               invalid key
                   move 'Y' to ws-scan-done
           end-start.
           perform until scan-is-done
               read feed-audit-file next
                   at end
                       move 'Y' to ws-scan-done
               end-read
               if not scan-is-done
                   if ws-feedaud-status not = '00'
                       or fdau-employee-number
                           not = cand-employee-number(cand-idx)
                       move 'Y' to ws-scan-done
                   else
                       perform 0420-check-feed-names
                   end-if
               end-if
           end-perform.

       0420-check-feed-names.
           move 'N' to ws-record-changed.
           if fdau-old-name not = spaces
               and fdau-old-name not = ws-placeholder-name
               move ws-placeholder-name to fdau-old-name
               set record-was-changed to true
           end-if.
           if fdau-new-name not = spaces
               and fdau-new-name not = ws-placeholder-name
               move ws-placeholder-name to fdau-new-name
               set record-was-changed to true
           end-if.
           if record-was-changed
               add 1 to cand-feed-count(cand-idx)
               add 1 to ws-total-feed
               if update-mode
                   rewrite feed-audit-record
                       invalid key
                           continue
                   end-rewrite
                   if ws-feedaud-status not = '00'
                       display 'EMPANON ABEND - REWRITE FAILED ON '
                           'FEEDAUD EMP=' fdau-employee-number
                           ' STATUS=' ws-feedaud-status
                       move spaces to log-msg-department
                       move 'A' to log-msg-severity
                       move 'FEEDAUD REWRITE FAILED - RERUN TO COMPLETE'
                           to log-msg-text
                       perform 0950-log-ops-message
                       perform 0920-close-files
                       move 16 to return-code
                       goback
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0500 - 歸檔檔：從最早的到職年份到今年逐年看 AUDAyyyy.TXT，不在
      *         的年份跳過
      *-----------------------------------------------------------------------
       0500-anonymize-archives.
           if ws-anon-count > 0
               move ws-today-yyyymmdd(1:4) to ws-arch-year-to
               perform varying ws-arch-year from ws-arch-year-from by 1
                   until ws-arch-year > ws-arch-year-to
                   perform 0510-anonymize-one-year
               end-perform
           end-if.

      *-----------------------------------------------------------------------
      * 0510 - 一個年份：整檔讀過，要匿名化的人的姓名換掉寫到
      *         AUDAWORK.TXT（預覽只計數不寫）；這一年真的有換才把
      *         工作檔抄回歸檔檔
      *-----------------------------------------------------------------------
       0510-anonymize-one-year.
           string
               'AUDA' ws-arch-year '.TXT'
               delimited by size
               into ws-aud-arch-name
           end-string.
           open input audit-archive-file.
           if ws-audarch-status = '00'
               move 0 to ws-arch-year-changes
               if update-mode
                   open output archive-work-file
                   if ws-arcwork-status not = '00'
                       display 'EMPANON ABEND - OPEN FAILED ON '
                           'AUDAWORK.TXT STATUS=' ws-arcwork-status
                       move spaces to log-msg-department
                       move 'A' to log-msg-severity
                       move 'OPEN FAILED ON AUDAWORK.TXT - RERUN'
                           to log-msg-text
                       perform 0950-log-ops-message
                       close audit-archive-file
                       perform 0920-close-files
                       move 16 to return-code
                       goback
                   end-if
               end-if
               move 'N' to ws-arch-eof
               perform until archive-at-eof
                   read audit-archive-file
                       at end
                           set archive-at-eof to true
                   end-read
                   if not archive-at-eof
                       perform 0520-check-archive-record
                   end-if
               end-perform
               close audit-archive-file
               if update-mode
                   close archive-work-file
                   if ws-arch-year-changes > 0
                       perform 0530-copy-work-back
                   end-if
               end-if
               if ws-arch-year-changes > 0
                   add 1 to ws-arch-files-changed
               end-if
           end-if.

       0520-check-archive-record.
           if arc-employee-number numeric
               and arc-employee-name not = ws-placeholder-name
               and ws-cand-total > 0
               search all candidate-entry
                   at end
                       continue
                   when cand-employee-number(cand-idx)
                       = arc-employee-number
                       if not cand-on-hold(cand-idx)
                           move ws-placeholder-name
                               to arc-employee-name
                           add 1 to cand-archive-count(cand-idx)
                           add 1 to ws-total-archive
                           add 1 to ws-arch-year-changes
                       end-if
               end-search
           end-if.
           if update-mode
               move audit-archive-record to archive-work-record
               write archive-work-record
               if ws-arcwork-status not = '00'
                   display 'EMPANON ABEND - WRITE FAILED ON '
                       'AUDAWORK.TXT STATUS=' ws-arcwork-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move spaces to log-msg-text
                   string
                       'AUDAWORK.TXT WRITE FAILED - ' ws-aud-arch-name
                       ' UNCHANGED, RERUN TO COMPLETE'
                       delimited by size
                       into log-msg-text
                   end-string
                   perform 0950-log-ops-message
                   close audit-archive-file
                   close archive-work-file
                   perform 0920-close-files
                   move 16 to return-code
                   goback
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0530 - 工作檔抄回歸檔檔；抄到一半失敗時歸檔檔不完整，完整的
      *         內容在 AUDAWORK.TXT，訊息要講清楚
      *-----------------------------------------------------------------------
       0530-copy-work-back.
           open input archive-work-file.
           open output audit-archive-file.
           if ws-arcwork-status not = '00'
               or ws-audarch-status not = '00'
               perform 0535-copy-back-failed
           end-if.
           move 'N' to ws-arch-eof.
           perform until archive-at-eof
               read archive-work-file
                   at end
                       set archive-at-eof to true
               end-read
               if not archive-at-eof
                   move archive-work-record to audit-archive-record
                   write audit-archive-record
                   if ws-audarch-status not = '00'
                       perform 0535-copy-back-failed
                   end-if
               end-if
           end-perform.
           close archive-work-file.
           close audit-archive-file.

       0535-copy-back-failed.
           display 'EMPANON ABEND - COPY BACK FAILED ON '
               ws-aud-arch-name ' STATUS=' ws-audarch-status
               ' - RESTORE IT FROM AUDAWORK.TXT'.
           move spaces to log-msg-department.
           move 'A' to log-msg-severity.
           move spaces to log-msg-text.
           string
               'COPY BACK FAILED - RESTORE ' ws-aud-arch-name
               ' FROM AUDAWORK.TXT'
               delimited by size
               into log-msg-text
           end-string.
           perform 0950-log-ops-message.
           close archive-work-file.
           close audit-archive-file.
           perform 0920-close-files.
           move 16 to return-code.
           goback.

      *-----------------------------------------------------------------------
      * 0600 - 最後才改 EMPLOYEE：姓名換成固定字樣，員工編號、部門、
      *         到職/離職日都不動；每 N 筆 COMMIT 一次
      *-----------------------------------------------------------------------
       0600-anonymize-employees.
           move 0 to ws-commit-count.
           perform varying cand-idx from 1 by 1
               until cand-idx > ws-cand-total
               if not cand-on-hold(cand-idx)
                   perform 0610-anonymize-one-employee
               end-if
           end-perform.

           exec sql
               commit
           end-exec.
           move 'COMMIT (FINAL)' to ws-statement-desc.
           perform 0910-check-sqlcode.

       0610-anonymize-one-employee.
           move cand-employee-number(cand-idx) to employee-number.
           exec sql
               update EMPLOYEE
                   set EMPLOYEE_NAME = :ws-placeholder-name
                   where EMPLOYEE_NUMBER = :employee-number
                   and EMPLOYEE_STATUS = 'T'
           end-exec.
           move 'UPDATE EMPLOYEE NAME' to ws-statement-desc.
           perform 0910-check-sqlcode.
           if sqlcode = 0
               add 1 to ws-total-employee
           end-if.

           add 1 to ws-commit-count.
           if ws-commit-count >= ws-commit-interval
               exec sql
                   commit
               end-exec
               move 'COMMIT (CHECKPOINT)' to ws-statement-desc
               perform 0910-check-sqlcode
               move 0 to ws-commit-count
           end-if.

      *-----------------------------------------------------------------------
      * 0700 - 證明書：執行條件、每個人一行（不印姓名）、總計、聲明
      *-----------------------------------------------------------------------
       0700-print-certificate.
           move 'PRIVACY RETENTION - CERTIFICATE OF ANONYMIZATION'
               to certificate-line.
           write certificate-line.
           move spaces to certificate-line.
           write certificate-line.

           move spaces to certificate-line.
           string
               'RUN DATE: ' ws-run-date-display
               '  TIME: ' ws-run-time-display
               '  RUN BY: ' ws-user-id
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.

           if update-mode
               move 'MODE:     UPDATE - NAMES REPLACED AS LISTED BELOW'
                   to certificate-line
           else
               move 'MODE:     PREVIEW - NO DATA WAS CHANGED'
                   to certificate-line
           end-if.
           write certificate-line.

           move ws-retain-years to ws-numeric-edit-2.
           move spaces to certificate-line.
           string
               'POLICY:   ' ws-numeric-edit-2
               ' YEAR(S) AFTER TERMINATION - TERMINATED BEFORE '
               ws-cutoff-date
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.

           move spaces to certificate-line.
           string
               'NAME REPLACED BY: ' ws-placeholder-name
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.

           move ws-hold-total to ws-numeric-edit-5.
           move spaces to certificate-line.
           string
               'LEGAL HOLD LIST:  ' ws-numeric-edit-5
               ' EMPLOYEE NUMBER(S)'
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.
           if ws-hold-rejected > 0
               move ws-hold-rejected to ws-numeric-edit-5
               move spaces to certificate-line
               string
                   '                  ' ws-numeric-edit-5
                   ' LINE(S) NOT NUMERIC - NOT APPLIED, CHECK '
                   'LEGALHLD.TXT'
                   delimited by size
                   into certificate-line
               end-string
               write certificate-line
           end-if.

           move spaces to certificate-line.
           write certificate-line.
           move spaces to certificate-line.
           string
               'EMP-NO  DEPARTMENT  TERM-DATE   EMPAUDIT  FEEDAUD'
               '  ARCHIVE  DISPOSITION'
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.
           move spaces to certificate-line.
           write certificate-line.

           perform varying cand-idx from 1 by 1
               until cand-idx > ws-cand-total
               perform 0710-print-candidate-line
           end-perform.
           if ws-cand-total = 0
               move '  NONE DUE FOR ANONYMIZATION'
                   to certificate-line
               write certificate-line
           end-if.

           perform 0720-print-totals.
           perform 0730-print-statement.

       0710-print-candidate-line.
           move spaces to certificate-line.
           move cand-employee-number(cand-idx)
               to certificate-line(1:5).
           move cand-department(cand-idx) to certificate-line(9:10).
           move cand-term-date(cand-idx) to certificate-line(21:10).
           move cand-audit-count(cand-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to certificate-line(34:5).
           move cand-feed-count(cand-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to certificate-line(43:5).
           move cand-archive-count(cand-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to certificate-line(52:5).
           evaluate true
               when cand-on-hold(cand-idx)
                   move 'SKIPPED - LEGAL HOLD'
                       to certificate-line(59:30)
               when update-mode
                   move 'ANONYMIZED' to certificate-line(59:30)
               when other
                   move 'WOULD BE ANONYMIZED'
                       to certificate-line(59:30)
           end-evaluate.
           write certificate-line.

       0720-print-totals.
           move spaces to certificate-line.
           write certificate-line.

           move ws-anon-count to ws-numeric-edit-5.
           if update-mode
               move spaces to certificate-line
               string
                   'EMPLOYEES ANONYMIZED:            ' ws-numeric-edit-5
                   delimited by size
                   into certificate-line
               end-string
           else
               move spaces to certificate-line
               string
                   'EMPLOYEES TO BE ANONYMIZED:      ' ws-numeric-edit-5
                   delimited by size
                   into certificate-line
               end-string
           end-if.
           write certificate-line.

           move ws-held-count to ws-numeric-edit-5.
           move spaces to certificate-line.
           string
               'SKIPPED - LEGAL HOLD:            ' ws-numeric-edit-5
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.

           move ws-total-employee to ws-numeric-edit-7.
           move spaces to certificate-line.
           string
               'EMPLOYEE ROWS UPDATED:         ' ws-numeric-edit-7
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.

           move ws-total-audit to ws-numeric-edit-7.
           move spaces to certificate-line.
           string
               'EMPAUDIT RECORDS:              ' ws-numeric-edit-7
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.

           move ws-total-feed to ws-numeric-edit-7.
           move spaces to certificate-line.
           string
               'FEEDAUD RECORDS:               ' ws-numeric-edit-7
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.

           move ws-total-archive to ws-numeric-edit-7.
           move ws-arch-files-changed to ws-numeric-edit-5.
           move spaces to certificate-line.
           string
               'ARCHIVE RECORDS:               ' ws-numeric-edit-7
               ' IN ' ws-numeric-edit-5 ' AUDAyyyy.TXT FILE(S)'
               delimited by size
               into certificate-line
           end-string.
           write certificate-line.

           if candidates-overflowed
               move spaces to certificate-line
               write certificate-line
               move ws-cand-limit to ws-numeric-edit-5
               move spaces to certificate-line
               string
                   'MORE THAN ' ws-numeric-edit-5
                   ' EMPLOYEES DUE - REMAINDER ON THE NEXT RUN'
                   delimited by size
                   into certificate-line
               end-string
               write certificate-line
           end-if.

           if ws-no-term-date-count > 0
               move spaces to certificate-line
               write certificate-line
               move ws-no-term-date-count to ws-numeric-edit-7
               move spaces to certificate-line
               string
                   ws-numeric-edit-7
                   ' TERMINATED EMPLOYEE(S) HAVE NO TERMINATION DATE'
                   ' - NOT EVALUATED'
                   delimited by size
                   into certificate-line
               end-string
               write certificate-line
           end-if.

       0730-print-statement.
           move spaces to certificate-line.
           write certificate-line.
           if update-mode
               move spaces to certificate-line
               string
                   'THE NAMES OF THE EMPLOYEES LISTED AS ANONYMIZED '
                   'WERE REPLACED ON ' ws-run-date-display
                   ' IN EMPLOYEE,'
                   delimited by size
                   into certificate-line
               end-string
               write certificate-line
               move 'EMPAUDIT, FEEDAUD AND THE AUDAyyyy.TXT ARCHIVES.'
                   to certificate-line
               write certificate-line
               move spaces to certificate-line
               string
                   'EMPLOYEE NUMBERS, DEPARTMENTS AND DEPARTMENT '
                   'HISTORY WERE RETAINED.'
                   delimited by size
                   into certificate-line
               end-string
               write certificate-line
           else
               move 'PREVIEW ONLY - SET ANONCTL.TXT MODE TO U TO APPLY.'
                   to certificate-line
               write certificate-line
           end-if.
           move spaces to certificate-line.
           write certificate-line.
           write certificate-line.
           move 'REVIEWED BY: ____________________   DATE: __________'
               to certificate-line.
           write certificate-line.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：收檔、寫 OPSMSG；有人沒有離職日或超過容量時以
      *         return-code 8 提醒
      *-----------------------------------------------------------------------
       0900-terminate.
           perform 0920-close-files.

           move spaces to log-msg-department.
           move 'D' to log-msg-severity.
           move ws-anon-count to ws-numeric-edit-5.
           move ws-held-count to ws-numeric-edit-5b.
           move spaces to log-msg-text.
           if update-mode
               string
                   ws-numeric-edit-5 ' EMPLOYEE(S) ANONYMIZED, '
                   ws-numeric-edit-5b ' ON LEGAL HOLD'
                   delimited by size
                   into log-msg-text
               end-string
           else
               string
                   'PREVIEW: ' ws-numeric-edit-5
                   ' EMPLOYEE(S) DUE, ' ws-numeric-edit-5b
                   ' ON LEGAL HOLD'
                   delimited by size
                   into log-msg-text
               end-string
           end-if.
           perform 0950-log-ops-message.

           if ws-no-term-date-count > 0
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move ws-no-term-date-count to ws-numeric-edit-7
               move spaces to log-msg-text
               string
                   ws-numeric-edit-7
                   ' TERMINATED EMP(S) WITH NO TERM DATE - NOT '
                   'EVALUATED'
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

           if candidates-overflowed
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move 'MORE EMPLOYEES DUE THAN ONE RUN HOLDS - RUN AGAIN'
                   to log-msg-text
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

           display 'EMPANON COMPLETE - MODE: ' ws-run-mode
               ' DUE: ' ws-anon-count
               ' HELD: ' ws-held-count
               ' EMPAUDIT: ' ws-total-audit
               ' FEEDAUD: ' ws-total-feed
               ' ARCHIVE: ' ws-total-archive.

      *-----------------------------------------------------------------------
      * 0910 - 每次 EXEC SQL 之後都要呼叫：negative SQLCODE 就 ROLLBACK
      *         並清乾淨地 abend；keyed file 與歸檔檔已經換掉的姓名不會
      *         退回，但 EMPLOYEE 的姓名還在，重跑會把同一批人做完
      *-----------------------------------------------------------------------
       0910-check-sqlcode.
           evaluate true
               when sqlcode = 0
                   continue
               when sqlcode = 100
                   continue
               when sqlcode < 0
                   move sqlcode to ws-numeric-edit-sqlcode
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move spaces to log-msg-text
                   string
                       'ABEND SQLCODE=' ws-numeric-edit-sqlcode
                       ' STMT=' ws-statement-desc
                       delimited by size
                       into log-msg-text
                   end-string
                   perform 0950-log-ops-message
                   display 'EMPANON ABEND - SQLCODE='
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

       0920-close-files.
           if empaud-is-open
               close employee-audit-file
               move 'N' to ws-empaud-open
           end-if.
           if feedaud-is-open
               close feed-audit-file
               move 'N' to ws-feedaud-open
           end-if.
           close certificate-file.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'EMPANON' to log-msg-program.
           call 'OpsLog' using log-ops-message.
