      *----------------------------------------------------------------
      *  PARAMSEED  -  the settings kozukaiparamload.cob writes into
      *  the parameter master: per entry the environment variable
      *  name the programs read it under, its type (N numeric, T
      *  text), for a numeric one the width the programs take it in
      *  and the range kozukaiparamadmin.cob holds a new value to,
      *  and the description shown on the admin screen.  Secrets -
      *  passwords and the training copy's scrambling factor - are
      *  deliberately not here and stay in the environment only.
      *----------------------------------------------------------------
       01 param-seed-list.
        02 filler pic x(30) value 'KOZUKAI_LOCKTIMEOUT'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 600.
        02 filler pic x(60) value
           '家計簿画面のロック待ち秒数（既定30）'.
        02 filler pic x(30) value 'CHAT_LOCKTIMEOUT'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 600.
        02 filler pic x(60) value
           'チャット画面のロック待ち秒数（既定30）'.
        02 filler pic x(30) value 'CHAT_COOKIE_HOURS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 720.
        02 filler pic x(60) value
           'チャットのログイン有効時間（既定8）'.
        02 filler pic x(30) value 'CHAT_EDIT_MINUTES'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           '発言を編集できる分数（既定10）'.
        02 filler pic x(30) value 'CHAT_FLOOD_MAX'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 100.
        02 filler pic x(60) value
           '連投とみなす発言数（既定5）'.
        02 filler pic x(30) value 'CHAT_FLOOD_WINDOW'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 3600.
        02 filler pic x(60) value
           '連投を数える秒数（既定60）'.
        02 filler pic x(30) value 'CHAT_IDLE_DAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 3650.
        02 filler pic x(60) value
           '休眠ルームを片付ける日数（既定90）'.
        02 filler pic x(30) value 'CHAT_ROOMS'.
        02 filler pic x(01) value 'T'.
        02 filler pic 9(02) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic x(60) value
           '投稿者レポートのルーム（カンマ区切り）'.
        02 filler pic x(30) value 'CHAT_STALE_DAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 3650.
        02 filler pic x(60) value
           '休眠ルームと表示する日数（既定60）'.
        02 filler pic x(30) value 'KOZUKAI_ANOMALY_PCT'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           '異常支出とみなす増加率％（既定50）'.
        02 filler pic x(30) value 'KOZUKAI_APPROVAL_THRESHOLD'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 9.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 999999999.
        02 filler pic x(60) value
           '承認が必要な支出額（0で承認なし）'.
        02 filler pic x(30) value 'KOZUKAI_AUDIT_KEEP_MONTHS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           '監査ログの保存月数（既定12）'.
        02 filler pic x(30) value 'KOZUKAI_BACKUP_KEEP_DAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           'バックアップの保存日数（既定14）'.
        02 filler pic x(30) value 'KOZUKAI_CAP_MAX_MB'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 6.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999999.
        02 filler pic x(60) value
           'データ容量の上限MB（既定100）'.
        02 filler pic x(30) value 'KOZUKAI_CAP_GROWTH_PCT'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           '容量の月間増加の警告％（既定25）'.
        02 filler pic x(30) value 'KOZUKAI_DISK_FLOOR_MB'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 6.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999999.
        02 filler pic x(60) value
           'ディスク空き容量の下限MB（既定500）'.
        02 filler pic x(30) value 'KOZUKAI_CASH_ACCOUNT'.
        02 filler pic x(01) value 'T'.
        02 filler pic 9(02) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic x(60) value
           '仕訳の現金勘定コード（既定1000）'.
        02 filler pic x(30) value 'KOZUKAI_TAX_ACCOUNT'.
        02 filler pic x(01) value 'T'.
        02 filler pic 9(02) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic x(60) value
           '仕訳の消費税勘定コード（既定1400）'.
        02 filler pic x(30) value 'KOZUKAI_CHECK_YEARS'.
        02 filler pic x(01) value 'T'.
        02 filler pic 9(02) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic x(60) value
           '整合チェックする保管年（カンマ区切り）'.
        02 filler pic x(30) value 'KOZUKAI_CONTRACT_LEAD'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           '契約更新を知らせる日数（既定14）'.
        02 filler pic x(30) value 'KOZUKAI_DATE_WINDOW_YEARS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 2.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 99.
        02 filler pic x(60) value
           '入力日付の許容年数（既定5）'.
        02 filler pic x(30) value 'KOZUKAI_DEFAULT_ACCOUNT'.
        02 filler pic x(01) value 'T'.
        02 filler pic 9(02) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic x(60) value
           '口座を省いた行の既定の口座コード'.
        02 filler pic x(30) value 'KOZUKAI_DURABLEMIN'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 9.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999999999.
        02 filler pic x(60) value
           '耐久財とみなす金額（既定50000）'.
        02 filler pic x(30) value 'KOZUKAI_EXTRACT_STALE_DAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           '抽出が古いとみなす日数（既定1）'.
        02 filler pic x(30) value 'KOZUKAI_FURUSATO_NETPCT'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 2.
        02 filler pic 9(09) value 50.
        02 filler pic 9(09) value 99.
        02 filler pic x(60) value
           'ふるさと納税の控除率％（既定80）'.
        02 filler pic x(30) value 'KOZUKAI_HOL_HORIZON_DAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           '祝日登録を確かめる日数（既定60）'.
        02 filler pic x(30) value 'KOZUKAI_LANG'.
        02 filler pic x(01) value 'T'.
        02 filler pic 9(02) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic x(60) value
           '既定の表示言語 ja/en（既定ja）'.
        02 filler pic x(30) value 'KOZUKAI_MAXFAILS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 2.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 99.
        02 filler pic x(60) value
           'ログイン失敗でロックする回数（既定5）'.
        02 filler pic x(30) value 'KOZUKAI_NOTIFY_ROOM'.
        02 filler pic x(01) value 'T'.
        02 filler pic 9(02) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic x(60) value
           '家計簿の通知を送るチャットルーム'.
        02 filler pic x(30) value 'KOZUKAI_NOTIFY_THRESHOLD'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 9.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 999999999.
        02 filler pic x(60) value
           'チャットに通知する支出額（既定50000）'.
        02 filler pic x(30) value 'KOZUKAI_OPS_ROOM'.
        02 filler pic x(01) value 'T'.
        02 filler pic 9(02) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 0.
        02 filler pic x(60) value
           '運用の通知を送るルーム（既定 運用）'.
        02 filler pic x(30) value 'KOZUKAI_PAGESIZE'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 30.
        02 filler pic x(60) value
           '一覧の1ページの行数（既定10）'.
        02 filler pic x(30) value 'KOZUKAI_PAYDUE_DAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           '支払期限を知らせる日数（既定7）'.
        02 filler pic x(30) value 'KOZUKAI_RATE_STALE_DAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           '為替レートが古いとみなす日数（既定30）'.
        02 filler pic x(30) value 'KOZUKAI_SESSION_MINS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           'セッションの有効分数（既定60）'.
        02 filler pic x(30) value 'KOZUKAI_SETTLE_WARN_DAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           '精算の遅れを知らせる日数（既定7）'.
        02 filler pic x(30) value 'KOZUKAI_UTILJUMP'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           '光熱費の急増とみなす増加率％（既定20）'.
        02 filler pic x(30) value 'KOZUKAI_NEWDEVICEDAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           '見慣れない端末とみなす日数（既定90）'.
        02 filler pic x(30) value 'KOZUKAI_DORMANTDAYS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           '休眠アカウントとみなす日数（既定180）'.
        02 filler pic x(30) value 'KOZUKAI_EOD_DUEBY'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 0.
        02 filler pic 9(09) value 2359.
        02 filler pic x(60) value
           '日次処理の完了期限HHMM（既定0700）'.
        02 filler pic x(30) value 'KOZUKAI_WATCH_STEPPCT'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 4.
        02 filler pic 9(09) value 100.
        02 filler pic 9(09) value 9999.
        02 filler pic x(60) value
           '遅延とみなす通常所要比％（既定300）'.
        02 filler pic x(30) value 'KOZUKAI_WATCH_LOCKMIN'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           'ロック保持を異常とみなす分数（既定15）'.
        02 filler pic x(30) value 'KOZUKAI_RECEIPT_MIN'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 9.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999999999.
        02 filler pic x(60) value
           '領収書を求める支出額の下限（既定10000）'.
        02 filler pic x(30) value 'KOZUKAI_JOB_STALEHRS'.
        02 filler pic x(01) value 'N'.
        02 filler pic 9(02) value 3.
        02 filler pic 9(09) value 1.
        02 filler pic 9(09) value 999.
        02 filler pic x(60) value
           '放置ジョブとみなす経過時間（既定24）'.
       01 param-seed-tab redefines param-seed-list.
        02 param-seed occurs 44.
         03 pseed-name       pic x(30).
         03 pseed-type       pic x(01).
         03 pseed-width      pic 9(02).
         03 pseed-min        pic 9(09).
         03 pseed-max        pic 9(09).
         03 pseed-desc       pic x(60).
       01 param-seed-count   pic 9(04) value 44.
