      *----------------------------------------------------------------
      *  MSGSEED  -  the standard message catalog kozukaimsgload.cob
      *  writes when it is run without a file: per entry the message
      *  id, its Japanese text (exactly as the programs move it, so
      *  the text lookup finds it) and the English text.
      *    MSGnnnnn  screen messages
      *    MODEnnnn  the ledger screen's mode button captions
      *    MENUnnnn  the menu's areas and screen titles
      *    RPTnnnnn  report headings (RPT001 medical, RPT002
      *              furusato, RPT003 payslip year)
      *  English text has to fit the field the Japanese is shown in:
      *  60 for a message, 20 for a caption, 12/24 for a menu area
      *  and title, the column width for a report heading.
      *----------------------------------------------------------------
       01 msg-seed-list.
        02 filler pic x(08) value 'MSG00001'.
        02 filler pic x(60) value
           '自分はミュートできません'.
        02 filler pic x(60) value
           'You cannot mute yourself'.
        02 filler pic x(08) value 'MSG00002'.
        02 filler pic x(60) value
           'ミュートを登録できません'.
        02 filler pic x(60) value
           'Mute could not be saved'.
        02 filler pic x(08) value 'MSG00003'.
        02 filler pic x(60) value
           '既にミュートしています'.
        02 filler pic x(60) value
           'Already muted'.
        02 filler pic x(08) value 'MSG00004'.
        02 filler pic x(60) value
           'ミュートしました'.
        02 filler pic x(60) value
           'Muted'.
        02 filler pic x(08) value 'MSG00005'.
        02 filler pic x(60) value
           'ミュートしていません'.
        02 filler pic x(60) value
           'Not muted'.
        02 filler pic x(08) value 'MSG00006'.
        02 filler pic x(60) value
           'ミュートを解除しました'.
        02 filler pic x(60) value
           'Mute removed'.
        02 filler pic x(08) value 'MSG00007'.
        02 filler pic x(60) value
           '管理者権限が必要です'.
        02 filler pic x(60) value
           'Administrator rights required'.
        02 filler pic x(08) value 'MSG00008'.
        02 filler pic x(60) value
           'NGワードが未入力です'.
        02 filler pic x(60) value
           'NG word is blank'.
        02 filler pic x(08) value 'MSG00009'.
        02 filler pic x(60) value
           '動作はRかMで指定してください'.
        02 filler pic x(60) value
           'Action must be R or M'.
        02 filler pic x(08) value 'MSG00010'.
        02 filler pic x(60) value
           'NGワードマスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the NG word master'.
        02 filler pic x(08) value 'MSG00011'.
        02 filler pic x(60) value
           '登録しました'.
        02 filler pic x(60) value
           'Registered'.
        02 filler pic x(08) value 'MSG00012'.
        02 filler pic x(60) value
           '該当する語句が登録されていません'.
        02 filler pic x(60) value
           'That phrase is not registered'.
        02 filler pic x(08) value 'MSG00013'.
        02 filler pic x(60) value
           '削除しました'.
        02 filler pic x(60) value
           'Deleted'.
        02 filler pic x(08) value 'MSG00014'.
        02 filler pic x(60) value
           'ログインしてください'.
        02 filler pic x(60) value
           'Please log in'.
        02 filler pic x(08) value 'MSG00015'.
        02 filler pic x(60) value
           '認証エラーです'.
        02 filler pic x(60) value
           'Authentication error'.
        02 filler pic x(08) value 'MSG00016'.
        02 filler pic x(60) value
           '権限がありません'.
        02 filler pic x(60) value
           'Not authorized'.
        02 filler pic x(08) value 'MSG00017'.
        02 filler pic x(60) value
           'リマインダーを開けません'.
        02 filler pic x(60) value
           'Cannot open the reminder file'.
        02 filler pic x(08) value 'MSG00018'.
        02 filler pic x(60) value
           'リマインダーを登録できません'.
        02 filler pic x(60) value
           'Reminder could not be saved'.
        02 filler pic x(08) value 'MSG00019'.
        02 filler pic x(60) value
           '曜日は1(月)から7(日)です'.
        02 filler pic x(60) value
           'Weekday must be 1 (Mon) to 7 (Sun)'.
        02 filler pic x(08) value 'MSG00020'.
        02 filler pic x(60) value
           '月が不正です'.
        02 filler pic x(60) value
           'Invalid month'.
        02 filler pic x(08) value 'MSG00021'.
        02 filler pic x(60) value
           '日が不正です'.
        02 filler pic x(60) value
           'Invalid day'.
        02 filler pic x(08) value 'MSG00022'.
        02 filler pic x(60) value
           '事前日数が不正です'.
        02 filler pic x(60) value
           'Invalid days-ahead value'.
        02 filler pic x(08) value 'MSG00023'.
        02 filler pic x(60) value
           '部屋と本文が必要です'.
        02 filler pic x(60) value
           'Room and text are required'.
        02 filler pic x(08) value 'MSG00024'.
        02 filler pic x(60) value
           '種別はO/D/W/M/Yです'.
        02 filler pic x(60) value
           'Type must be O/D/W/M/Y'.
        02 filler pic x(08) value 'MSG00025'.
        02 filler pic x(60) value
           '振替はF/B/Nです'.
        02 filler pic x(60) value
           'Shift must be F/B/N'.
        02 filler pic x(08) value 'MSG00026'.
        02 filler pic x(60) value
           '日付が不正です'.
        02 filler pic x(60) value
           'Invalid date'.
        02 filler pic x(08) value 'MSG00027'.
        02 filler pic x(60) value
           '月日が不正です'.
        02 filler pic x(60) value
           'Invalid month/day'.
        02 filler pic x(08) value 'MSG00028'.
        02 filler pic x(60) value
           '事前日数は31日までです'.
        02 filler pic x(60) value
           'Days ahead may be at most 31'.
        02 filler pic x(08) value 'MSG00029'.
        02 filler pic x(60) value
           '変更しました'.
        02 filler pic x(60) value
           'Changed'.
        02 filler pic x(08) value 'MSG00030'.
        02 filler pic x(60) value
           '停止しました'.
        02 filler pic x(60) value
           'Paused'.
        02 filler pic x(08) value 'MSG00031'.
        02 filler pic x(60) value
           '再開しました'.
        02 filler pic x(60) value
           'Resumed'.
        02 filler pic x(08) value 'MSG00032'.
        02 filler pic x(60) value
           'リマインダー番号が不正です'.
        02 filler pic x(60) value
           'Invalid reminder number'.
        02 filler pic x(08) value 'MSG00033'.
        02 filler pic x(60) value
           '該当するリマインダーがありません'.
        02 filler pic x(60) value
           'No such reminder'.
        02 filler pic x(08) value 'MSG00034'.
        02 filler pic x(60) value
           '他の人のリマインダーです'.
        02 filler pic x(60) value
           'That reminder belongs to someone else'.
        02 filler pic x(08) value 'MSG00035'.
        02 filler pic x(60) value
           'まだ部屋が登録されていません'.
        02 filler pic x(60) value
           'No rooms registered yet'.
        02 filler pic x(08) value 'MSG00036'.
        02 filler pic x(60) value
           '部屋名が未入力です'.
        02 filler pic x(60) value
           'Room name is blank'.
        02 filler pic x(08) value 'MSG00037'.
        02 filler pic x(60) value
           '部屋登録を開けません'.
        02 filler pic x(60) value
           'Cannot open the room register'.
        02 filler pic x(08) value 'MSG00038'.
        02 filler pic x(60) value
           '該当する部屋がありません'.
        02 filler pic x(60) value
           'No such room'.
        02 filler pic x(08) value 'MSG00039'.
        02 filler pic x(60) value
           '日数が不正です'.
        02 filler pic x(60) value
           'Invalid number of days'.
        02 filler pic x(08) value 'MSG00040'.
        02 filler pic x(60) value
           '設定しました'.
        02 filler pic x(60) value
           'Set'.
        02 filler pic x(08) value 'MSG00041'.
        02 filler pic x(60) value
           'ログインが必要です'.
        02 filler pic x(60) value
           'Login required'.
        02 filler pic x(08) value 'MSG00042'.
        02 filler pic x(60) value
           'すでにメンバー専用の部屋です'.
        02 filler pic x(60) value
           'Room is already members-only'.
        02 filler pic x(08) value 'MSG00043'.
        02 filler pic x(60) value
           '部屋のパスワードが違います'.
        02 filler pic x(60) value
           'Wrong room password'.
        02 filler pic x(08) value 'MSG00044'.
        02 filler pic x(60) value
           '名簿に書き込めません'.
        02 filler pic x(60) value
           'Cannot write the roster'.
        02 filler pic x(08) value 'MSG00045'.
        02 filler pic x(60) value
           'メンバー専用にしました'.
        02 filler pic x(60) value
           'Room is now members-only'.
        02 filler pic x(08) value 'MSG00046'.
        02 filler pic x(60) value
           'ログイン情報を開けません'.
        02 filler pic x(60) value
           'Cannot open the login file'.
        02 filler pic x(08) value 'MSG00047'.
        02 filler pic x(60) value
           '該当するログインがありません'.
        02 filler pic x(60) value
           'No such login'.
        02 filler pic x(08) value 'MSG00048'.
        02 filler pic x(60) value
           'ロックされたログインです'.
        02 filler pic x(60) value
           'That login is locked'.
        02 filler pic x(08) value 'MSG00049'.
        02 filler pic x(60) value
           '名簿がいっぱいです'.
        02 filler pic x(60) value
           'The roster is full'.
        02 filler pic x(08) value 'MSG00050'.
        02 filler pic x(60) value
           'すでに名簿にあります'.
        02 filler pic x(60) value
           'Already on the roster'.
        02 filler pic x(08) value 'MSG00051'.
        02 filler pic x(60) value
           '招待しました'.
        02 filler pic x(60) value
           'Invited'.
        02 filler pic x(08) value 'MSG00052'.
        02 filler pic x(60) value
           'オーナーは削除できません'.
        02 filler pic x(60) value
           'The owner cannot be removed'.
        02 filler pic x(08) value 'MSG00053'.
        02 filler pic x(60) value
           '名簿を開けません'.
        02 filler pic x(60) value
           'Cannot open the roster'.
        02 filler pic x(08) value 'MSG00054'.
        02 filler pic x(60) value
           '名簿にありません'.
        02 filler pic x(60) value
           'Not on the roster'.
        02 filler pic x(08) value 'MSG00055'.
        02 filler pic x(60) value
           'すでにオーナーです'.
        02 filler pic x(60) value
           'Already the owner'.
        02 filler pic x(08) value 'MSG00056'.
        02 filler pic x(60) value
           'オーナーを移譲しました'.
        02 filler pic x(60) value
           'Ownership transferred'.
        02 filler pic x(08) value 'MSG00057'.
        02 filler pic x(60) value
           'メンバー専用の部屋ではありません'.
        02 filler pic x(60) value
           'This room is not members-only'.
        02 filler pic x(08) value 'MSG00058'.
        02 filler pic x(60) value
           'オーナーのみ操作できます'.
        02 filler pic x(60) value
           'Only the owner can do that'.
        02 filler pic x(08) value 'MSG00059'.
        02 filler pic x(60) value
           '誰でも入れる部屋に戻しました'.
        02 filler pic x(60) value
           'Room is open to everyone again'.
        02 filler pic x(08) value 'MSG00060'.
        02 filler pic x(60) value
           'メンバーが未入力です'.
        02 filler pic x(60) value
           'Member is blank'.
        02 filler pic x(08) value 'MSG00061'.
        02 filler pic x(60) value
           'パターンが未入力です'.
        02 filler pic x(60) value
           'Pattern is blank'.
        02 filler pic x(08) value 'MSG00062'.
        02 filler pic x(60) value
           'ボットマスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the bot master'.
        02 filler pic x(08) value 'MSG00063'.
        02 filler pic x(60) value
           'キーを入力してください'.
        02 filler pic x(60) value
           'Please enter a key'.
        02 filler pic x(08) value 'MSG00064'.
        02 filler pic x(60) value
           'ロックを取得できません'.
        02 filler pic x(60) value
           'Could not obtain the lock'.
        02 filler pic x(08) value 'MSG00065'.
        02 filler pic x(60) value
           '不明なモードです'.
        02 filler pic x(60) value
           'Unknown mode'.
        02 filler pic x(08) value 'MSG00066'.
        02 filler pic x(60) value
           'ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the file'.
        02 filler pic x(08) value 'MSG00067'.
        02 filler pic x(60) value
           '該当するレコードがありません'.
        02 filler pic x(60) value
           'No such record'.
        02 filler pic x(08) value 'MSG00068'.
        02 filler pic x(60) value
           '重複キーのため登録できません'.
        02 filler pic x(60) value
           'Duplicate key - cannot register'.
        02 filler pic x(08) value 'MSG00069'.
        02 filler pic x(60) value
           '更新しました'.
        02 filler pic x(60) value
           'Updated'.
        02 filler pic x(08) value 'MSG00070'.
        02 filler pic x(60) value
           '希望ユーザー名が未入力です'.
        02 filler pic x(60) value
           'Requested username is blank'.
        02 filler pic x(08) value 'MSG00071'.
        02 filler pic x(60) value
           '役割はviewerかposterです'.
        02 filler pic x(60) value
           'Role must be viewer or poster'.
        02 filler pic x(08) value 'MSG00072'.
        02 filler pic x(60) value
           '未登録のメンバーです'.
        02 filler pic x(60) value
           'Unregistered member'.
        02 filler pic x(08) value 'MSG00073'.
        02 filler pic x(60) value
           'そのユーザー名は使用中です'.
        02 filler pic x(60) value
           'That username is taken'.
        02 filler pic x(08) value 'MSG00074'.
        02 filler pic x(60) value
           '既に申請済のユーザー名です'.
        02 filler pic x(60) value
           'That username has already been requested'.
        02 filler pic x(08) value 'MSG00075'.
        02 filler pic x(60) value
           '申請しました。承認待ちです'.
        02 filler pic x(60) value
           'Requested - awaiting approval'.
        02 filler pic x(08) value 'MSG00076'.
        02 filler pic x(60) value
           '申請者と初期パスワードが必要です'.
        02 filler pic x(60) value
           'Requester and initial password are required'.
        02 filler pic x(08) value 'MSG00077'.
        02 filler pic x(60) value
           '申請ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the request file'.
        02 filler pic x(08) value 'MSG00078'.
        02 filler pic x(60) value
           '該当する申請がありません'.
        02 filler pic x(60) value
           'No such request'.
        02 filler pic x(08) value 'MSG00079'.
        02 filler pic x(60) value
           '既に処理済の申請です'.
        02 filler pic x(60) value
           'Request already processed'.
        02 filler pic x(08) value 'MSG00080'.
        02 filler pic x(60) value
           '認証マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the credentials master'.
        02 filler pic x(08) value 'MSG00081'.
        02 filler pic x(60) value
           '承認し認証情報を作成しました'.
        02 filler pic x(60) value
           'Approved and login created'.
        02 filler pic x(08) value 'MSG00082'.
        02 filler pic x(60) value
           '申請者が未入力です'.
        02 filler pic x(60) value
           'Requester is blank'.
        02 filler pic x(08) value 'MSG00083'.
        02 filler pic x(60) value
           '却下しました'.
        02 filler pic x(60) value
           'Rejected'.
        02 filler pic x(08) value 'MSG00084'.
        02 filler pic x(60) value
           '承認待ちファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the pending file'.
        02 filler pic x(08) value 'MSG00085'.
        02 filler pic x(60) value
           '該当する承認待ちがありません'.
        02 filler pic x(60) value
           'No such pending item'.
        02 filler pic x(08) value 'MSG00086'.
        02 filler pic x(60) value
           '金額が不正です'.
        02 filler pic x(60) value
           'Invalid amount'.
        02 filler pic x(08) value 'MSG00087'.
        02 filler pic x(60) value
           '締め済みの月のため登録できません'.
        02 filler pic x(60) value
           'Month is closed - cannot register'.
        02 filler pic x(08) value 'MSG00088'.
        02 filler pic x(60) value
           '貸借の登録に失敗しました'.
        02 filler pic x(60) value
           'IOU could not be registered'.
        02 filler pic x(08) value 'MSG00089'.
        02 filler pic x(60) value
           '台帳への登録に失敗しました'.
        02 filler pic x(60) value
           'Posting to the ledger failed'.
        02 filler pic x(08) value 'MSG00090'.
        02 filler pic x(60) value
           '承認し台帳と貸借へ登録しました'.
        02 filler pic x(60) value
           'Approved and posted to ledger and IOUs'.
        02 filler pic x(08) value 'MSG00091'.
        02 filler pic x(60) value
           '承認し台帳へ登録しました'.
        02 filler pic x(60) value
           'Approved and posted to the ledger'.
        02 filler pic x(08) value 'MSG00092'.
        02 filler pic x(60) value
           '分類マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the category master'.
        02 filler pic x(08) value 'MSG00093'.
        02 filler pic x(60) value
           '未登録の分類です'.
        02 filler pic x(60) value
           'Unregistered category'.
        02 filler pic x(08) value 'MSG00094'.
        02 filler pic x(60) value
           '退会済のメンバーです'.
        02 filler pic x(60) value
           'Member has left'.
        02 filler pic x(08) value 'MSG00095'.
        02 filler pic x(60) value
           '対象年をYYYYで指定してください'.
        02 filler pic x(60) value
           'Enter the year as YYYY'.
        02 filler pic x(08) value 'MSG00096'.
        02 filler pic x(60) value
           'コードと年月を入力してください'.
        02 filler pic x(60) value
           'Enter a code and a year-month'.
        02 filler pic x(08) value 'MSG00097'.
        02 filler pic x(60) value
           '年月が不正です'.
        02 filler pic x(60) value
           'Invalid year-month'.
        02 filler pic x(08) value 'MSG00098'.
        02 filler pic x(60) value
           '種別はA(資産)かL(負債)です'.
        02 filler pic x(60) value
           'Type must be A (asset) or L (liability)'.
        02 filler pic x(08) value 'MSG00099'.
        02 filler pic x(60) value
           '資産ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the asset file'.
        02 filler pic x(08) value 'MSG00100'.
        02 filler pic x(60) value
           '新しい資産は名称と種別が必要です'.
        02 filler pic x(60) value
           'A new asset needs a name and a type'.
        02 filler pic x(08) value 'MSG00101'.
        02 filler pic x(60) value
           '残高を登録しました'.
        02 filler pic x(60) value
           'Balance registered'.
        02 filler pic x(08) value 'MSG00102'.
        02 filler pic x(60) value
           '該当する残高がありません'.
        02 filler pic x(60) value
           'No such balance'.
        02 filler pic x(08) value 'MSG00103'.
        02 filler pic x(60) value
           '監査ログがまだありません'.
        02 filler pic x(60) value
           'No audit log yet'.
        02 filler pic x(08) value 'MSG00104'.
        02 filler pic x(60) value
           'コードと名称を入力してください'.
        02 filler pic x(60) value
           'Enter a code and a name'.
        02 filler pic x(08) value 'MSG00105'.
        02 filler pic x(60) value
           '締日と支払日を入力してください'.
        02 filler pic x(60) value
           'Enter the closing day and payment day'.
        02 filler pic x(08) value 'MSG00106'.
        02 filler pic x(60) value
           '既に登録されているカードです'.
        02 filler pic x(60) value
           'Card already registered'.
        02 filler pic x(08) value 'MSG00107'.
        02 filler pic x(60) value
           '締日は01-31で指定してください'.
        02 filler pic x(60) value
           'Closing day must be 01-31'.
        02 filler pic x(08) value 'MSG00108'.
        02 filler pic x(60) value
           '支払日は01-31で指定してください'.
        02 filler pic x(60) value
           'Payment day must be 01-31'.
        02 filler pic x(08) value 'MSG00109'.
        02 filler pic x(60) value
           '支払月は0-3で指定してください'.
        02 filler pic x(60) value
           'Payment month must be 0-3'.
        02 filler pic x(08) value 'MSG00110'.
        02 filler pic x(60) value
           'シフトは空白かFかBです'.
        02 filler pic x(60) value
           'Shift must be blank, F or B'.
        02 filler pic x(08) value 'MSG00111'.
        02 filler pic x(60) value
           '照合要否は空白かYです'.
        02 filler pic x(60) value
           'Reconcile flag must be blank or Y'.
        02 filler pic x(08) value 'MSG00112'.
        02 filler pic x(60) value
           '口座マスタにないカードです'.
        02 filler pic x(60) value
           'Card not in the account master'.
        02 filler pic x(08) value 'MSG00113'.
        02 filler pic x(60) value
           'カード(K)の口座ではありません'.
        02 filler pic x(60) value
           'Not a card (K) account'.
        02 filler pic x(08) value 'MSG00114'.
        02 filler pic x(60) value
           '引落口座がありません'.
        02 filler pic x(60) value
           'No debit account'.
        02 filler pic x(08) value 'MSG00115'.
        02 filler pic x(60) value
           '引落口座には使えない口座です'.
        02 filler pic x(60) value
           'That account cannot be a debit account'.
        02 filler pic x(08) value 'MSG00116'.
        02 filler pic x(60) value
           'カードが未入力です'.
        02 filler pic x(60) value
           'Card is blank'.
        02 filler pic x(08) value 'MSG00117'.
        02 filler pic x(60) value
           '状態はA(使用中)かX(停止)です'.
        02 filler pic x(60) value
           'Status must be A (active) or X (stopped)'.
        02 filler pic x(08) value 'MSG00118'.
        02 filler pic x(60) value
           'カードマスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the card master'.
        02 filler pic x(08) value 'MSG00119'.
        02 filler pic x(60) value
           '該当するカードがありません'.
        02 filler pic x(60) value
           'No such card'.
        02 filler pic x(08) value 'MSG00120'.
        02 filler pic x(60) value
           '未引落の明細があります'.
        02 filler pic x(60) value
           'There are undebited lines'.
        02 filler pic x(08) value 'MSG00121'.
        02 filler pic x(60) value
           'カードと締日付を入力してください'.
        02 filler pic x(60) value
           'Enter the card and the closing date'.
        02 filler pic x(08) value 'MSG00122'.
        02 filler pic x(60) value
           '請求額が不正です'.
        02 filler pic x(60) value
           'Invalid billed amount'.
        02 filler pic x(08) value 'MSG00123'.
        02 filler pic x(60) value
           '明細ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the statement file'.
        02 filler pic x(08) value 'MSG00124'.
        02 filler pic x(60) value
           '該当する明細がありません'.
        02 filler pic x(60) value
           'No such line'.
        02 filler pic x(08) value 'MSG00125'.
        02 filler pic x(60) value
           '引落済の明細です'.
        02 filler pic x(60) value
           'Line already debited'.
        02 filler pic x(08) value 'MSG00126'.
        02 filler pic x(60) value
           '請求額と一致しました'.
        02 filler pic x(60) value
           'Matches the billed amount'.
        02 filler pic x(08) value 'MSG00127'.
        02 filler pic x(60) value
           '現金の口座ではありません'.
        02 filler pic x(60) value
           'Not a cash account'.
        02 filler pic x(08) value 'MSG00128'.
        02 filler pic x(60) value
           '日付が不正です(YYYYMMDD)'.
        02 filler pic x(60) value
           'Invalid date (YYYYMMDD)'.
        02 filler pic x(08) value 'MSG00129'.
        02 filler pic x(60) value
           '先の日付の金種表は登録できません'.
        02 filler pic x(60) value
           'A cash count cannot be future-dated'.
        02 filler pic x(08) value 'MSG00130'.
        02 filler pic x(60) value
           '台帳の残高と一致しています'.
        02 filler pic x(60) value
           'Matches the ledger balance'.
        02 filler pic x(08) value 'MSG00131'.
        02 filler pic x(60) value
           '台帳の残高と差額があります'.
        02 filler pic x(60) value
           'Differs from the ledger balance'.
        02 filler pic x(08) value 'MSG00132'.
        02 filler pic x(60) value
           '金種表ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the cash count file'.
        02 filler pic x(08) value 'MSG00133'.
        02 filler pic x(60) value
           '金種表を登録できません'.
        02 filler pic x(60) value
           'Cash count could not be saved'.
        02 filler pic x(08) value 'MSG00134'.
        02 filler pic x(60) value
           '金種表を登録しました'.
        02 filler pic x(60) value
           'Cash count saved'.
        02 filler pic x(08) value 'MSG00135'.
        02 filler pic x(60) value
           '差額がないため調整は不要です'.
        02 filler pic x(60) value
           'No difference - no adjustment needed'.
        02 filler pic x(08) value 'MSG00136'.
        02 filler pic x(60) value
           '理由コードが不正です'.
        02 filler pic x(60) value
           'Invalid reason code'.
        02 filler pic x(08) value 'MSG00137'.
        02 filler pic x(60) value
           '未登録または閉鎖済の口座です'.
        02 filler pic x(60) value
           'Unregistered or closed account'.
        02 filler pic x(08) value 'MSG00138'.
        02 filler pic x(60) value
           '台帳ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the ledger file'.
        02 filler pic x(08) value 'MSG00139'.
        02 filler pic x(60) value
           '調整を登録できません'.
        02 filler pic x(60) value
           'Adjustment could not be registered'.
        02 filler pic x(08) value 'MSG00140'.
        02 filler pic x(60) value
           '予算額が不正です'.
        02 filler pic x(60) value
           'Invalid budget amount'.
        02 filler pic x(08) value 'MSG00141'.
        02 filler pic x(60) value
           '分類名が未入力です'.
        02 filler pic x(60) value
           'Category name is blank'.
        02 filler pic x(08) value 'MSG00142'.
        02 filler pic x(60) value
           '親分類が不正です'.
        02 filler pic x(60) value
           'Invalid parent category'.
        02 filler pic x(08) value 'MSG00143'.
        02 filler pic x(60) value
           '既に登録されている分類です'.
        02 filler pic x(60) value
           'Category already registered'.
        02 filler pic x(08) value 'MSG00144'.
        02 filler pic x(60) value
           '該当する分類がありません'.
        02 filler pic x(60) value
           'No such category'.
        02 filler pic x(08) value 'MSG00145'.
        02 filler pic x(60) value
           '分類名と新名称を入力してください'.
        02 filler pic x(60) value
           'Enter the category and the new name'.
        02 filler pic x(08) value 'MSG00146'.
        02 filler pic x(60) value
           '使用中の分類は改名できません'.
        02 filler pic x(60) value
           'A category in use cannot be renamed'.
        02 filler pic x(08) value 'MSG00147'.
        02 filler pic x(60) value
           '子分類を持つ分類は改名できません'.
        02 filler pic x(60) value
           'A category with children cannot be renamed'.
        02 filler pic x(08) value 'MSG00148'.
        02 filler pic x(60) value
           '新名称は既に登録されています'.
        02 filler pic x(60) value
           'The new name is already registered'.
        02 filler pic x(08) value 'MSG00149'.
        02 filler pic x(60) value
           '使用中の分類は削除できません'.
        02 filler pic x(60) value
           'A category in use cannot be deleted'.
        02 filler pic x(08) value 'MSG00150'.
        02 filler pic x(60) value
           '子分類を持つ分類は削除できません'.
        02 filler pic x(60) value
           'A category with children cannot be deleted'.
        02 filler pic x(08) value 'MSG00151'.
        02 filler pic x(60) value
           '子分類を持つ分類は子にできません'.
        02 filler pic x(60) value
           'A category with children cannot become a child'.
        02 filler pic x(08) value 'MSG00152'.
        02 filler pic x(60) value
           '耐用年数が不正です'.
        02 filler pic x(60) value
           'Invalid useful life'.
        02 filler pic x(08) value 'MSG00153'.
        02 filler pic x(60) value
           '区分はF/H/X/V/Sのいずれかです'.
        02 filler pic x(60) value
           'Class must be F/H/X/V/S'.
        02 filler pic x(08) value 'MSG00154'.
        02 filler pic x(60) value
           '検索語を入力してください'.
        02 filler pic x(60) value
           'Enter a search term'.
        02 filler pic x(08) value 'MSG00155'.
        02 filler pic x(60) value
           '該当する発言がありません'.
        02 filler pic x(60) value
           'No matching posts'.
        02 filler pic x(08) value 'MSG00156'.
        02 filler pic x(60) value
           '名称と種別と分類が必要です'.
        02 filler pic x(60) value
           'Name, type and category are required'.
        02 filler pic x(08) value 'MSG00157'.
        02 filler pic x(60) value
           '保険料と周期と更新日が必要です'.
        02 filler pic x(60) value
           'Premium, cycle and renewal date are required'.
        02 filler pic x(08) value 'MSG00158'.
        02 filler pic x(60) value
           '契約ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the contract file'.
        02 filler pic x(08) value 'MSG00159'.
        02 filler pic x(60) value
           '契約を登録できません'.
        02 filler pic x(60) value
           'Contract could not be registered'.
        02 filler pic x(08) value 'MSG00160'.
        02 filler pic x(60) value
           '種別はI/M/R/S/Oです'.
        02 filler pic x(60) value
           'Type must be I/M/R/S/O'.
        02 filler pic x(08) value 'MSG00161'.
        02 filler pic x(60) value
           '周期はM/Q/H/Yです'.
        02 filler pic x(60) value
           'Cycle must be M/Q/H/Y'.
        02 filler pic x(08) value 'MSG00162'.
        02 filler pic x(60) value
           '開始日が不正です'.
        02 filler pic x(60) value
           'Invalid start date'.
        02 filler pic x(08) value 'MSG00163'.
        02 filler pic x(60) value
           '更新日が不正です'.
        02 filler pic x(60) value
           'Invalid renewal date'.
        02 filler pic x(08) value 'MSG00164'.
        02 filler pic x(60) value
           '更新日が開始日以前です'.
        02 filler pic x(60) value
           'Renewal date is on or before the start date'.
        02 filler pic x(08) value 'MSG00165'.
        02 filler pic x(60) value
           '契約期間(月)が不正です'.
        02 filler pic x(60) value
           'Invalid contract term (months)'.
        02 filler pic x(08) value 'MSG00166'.
        02 filler pic x(60) value
           '通知日数が不正です'.
        02 filler pic x(60) value
           'Invalid notice days'.
        02 filler pic x(08) value 'MSG00167'.
        02 filler pic x(60) value
           '保険料が不正です'.
        02 filler pic x(60) value
           'Invalid premium'.
        02 filler pic x(08) value 'MSG00168'.
        02 filler pic x(60) value
           '解約済の契約です'.
        02 filler pic x(60) value
           'Contract already cancelled'.
        02 filler pic x(08) value 'MSG00169'.
        02 filler pic x(60) value
           '解約日が不正です'.
        02 filler pic x(60) value
           'Invalid cancellation date'.
        02 filler pic x(08) value 'MSG00170'.
        02 filler pic x(60) value
           '解約しました'.
        02 filler pic x(60) value
           'Cancelled'.
        02 filler pic x(08) value 'MSG00171'.
        02 filler pic x(60) value
           '契約番号が不正です'.
        02 filler pic x(60) value
           'Invalid contract number'.
        02 filler pic x(08) value 'MSG00172'.
        02 filler pic x(60) value
           '該当する契約がありません'.
        02 filler pic x(60) value
           'No such contract'.
        02 filler pic x(08) value 'MSG00173'.
        02 filler pic x(60) value
           '家計簿キーを入力してください'.
        02 filler pic x(60) value
           'Enter the ledger key'.
        02 filler pic x(08) value 'MSG00174'.
        02 filler pic x(60) value
           '家計簿ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the household ledger'.
        02 filler pic x(08) value 'MSG00175'.
        02 filler pic x(60) value
           '家計簿に該当する行がありません'.
        02 filler pic x(60) value
           'No matching ledger row'.
        02 filler pic x(08) value 'MSG00176'.
        02 filler pic x(60) value
           '支出の行だけ登録できます'.
        02 filler pic x(60) value
           'Only spending rows can be registered'.
        02 filler pic x(08) value 'MSG00177'.
        02 filler pic x(60) value
           '耐用年数を入力してください'.
        02 filler pic x(60) value
           'Enter the useful life'.
        02 filler pic x(08) value 'MSG00178'.
        02 filler pic x(60) value
           '登録済みの資産です'.
        02 filler pic x(60) value
           'Asset already registered'.
        02 filler pic x(08) value 'MSG00179'.
        02 filler pic x(60) value
           '資産を登録できません'.
        02 filler pic x(60) value
           'Asset could not be registered'.
        02 filler pic x(08) value 'MSG00180'.
        02 filler pic x(60) value
           '資産を登録しました'.
        02 filler pic x(60) value
           'Asset registered'.
        02 filler pic x(08) value 'MSG00181'.
        02 filler pic x(60) value
           '資産を変更しました'.
        02 filler pic x(60) value
           'Asset changed'.
        02 filler pic x(08) value 'MSG00182'.
        02 filler pic x(60) value
           '処分日が不正です'.
        02 filler pic x(60) value
           'Invalid disposal date'.
        02 filler pic x(08) value 'MSG00183'.
        02 filler pic x(60) value
           '処分済みの資産です'.
        02 filler pic x(60) value
           'Asset already disposed'.
        02 filler pic x(08) value 'MSG00184'.
        02 filler pic x(60) value
           '処分日が購入日より前です'.
        02 filler pic x(60) value
           'Disposal date is before the purchase date'.
        02 filler pic x(08) value 'MSG00185'.
        02 filler pic x(60) value
           '資産を処分済みにしました'.
        02 filler pic x(60) value
           'Asset marked as disposed'.
        02 filler pic x(08) value 'MSG00186'.
        02 filler pic x(60) value
           '資産を削除しました'.
        02 filler pic x(60) value
           'Asset deleted'.
        02 filler pic x(08) value 'MSG00187'.
        02 filler pic x(60) value
           '該当する資産がありません'.
        02 filler pic x(60) value
           'No such asset'.
        02 filler pic x(08) value 'MSG00188'.
        02 filler pic x(60) value
           '再購入額が不正です'.
        02 filler pic x(60) value
           'Invalid replacement cost'.
        02 filler pic x(08) value 'MSG00189'.
        02 filler pic x(60) value
           '開始日と終了日を入力してください'.
        02 filler pic x(60) value
           'Enter the start and end dates'.
        02 filler pic x(08) value 'MSG00190'.
        02 filler pic x(60) value
           '終了日が開始日より前です'.
        02 filler pic x(60) value
           'End date is before the start date'.
        02 filler pic x(08) value 'MSG00191'.
        02 filler pic x(60) value
           '既に登録されているコードです'.
        02 filler pic x(60) value
           'Code already registered'.
        02 filler pic x(08) value 'MSG00192'.
        02 filler pic x(60) value
           'コードが未入力です'.
        02 filler pic x(60) value
           'Code is blank'.
        02 filler pic x(08) value 'MSG00193'.
        02 filler pic x(60) value
           'イベントマスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the event master'.
        02 filler pic x(08) value 'MSG00194'.
        02 filler pic x(60) value
           '該当するコードがありません'.
        02 filler pic x(60) value
           'No such code'.
        02 filler pic x(08) value 'MSG00195'.
        02 filler pic x(60) value
           '予算が不正です'.
        02 filler pic x(60) value
           'Invalid budget'.
        02 filler pic x(08) value 'MSG00196'.
        02 filler pic x(60) value
           '終了日が不正です'.
        02 filler pic x(60) value
           'Invalid end date'.
        02 filler pic x(08) value 'MSG00197'.
        02 filler pic x(60) value
           '開始日が正しくありません'.
        02 filler pic x(60) value
           'The start date is not valid'.
        02 filler pic x(08) value 'MSG00198'.
        02 filler pic x(60) value
           '終了日が正しくありません'.
        02 filler pic x(60) value
           'The end date is not valid'.
        02 filler pic x(08) value 'MSG00199'.
        02 filler pic x(60) value
           '年が正しくありません'.
        02 filler pic x(60) value
           'The year is not valid'.
        02 filler pic x(08) value 'MSG00200'.
        02 filler pic x(60) value
           '分類と理由を入力してください'.
        02 filler pic x(60) value
           'Enter the category and the reason'.
        02 filler pic x(08) value 'MSG00201'.
        02 filler pic x(60) value
           '同じ開始日の凍結が登録済です'.
        02 filler pic x(60) value
           'A freeze with that start date exists'.
        02 filler pic x(08) value 'MSG00202'.
        02 filler pic x(60) value
           '凍結を登録しました'.
        02 filler pic x(60) value
           'Freeze registered'.
        02 filler pic x(08) value 'MSG00203'.
        02 filler pic x(60) value
           '分類と開始日を入力してください'.
        02 filler pic x(60) value
           'Enter the category and the start date'.
        02 filler pic x(08) value 'MSG00204'.
        02 filler pic x(60) value
           '凍結ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the freeze file'.
        02 filler pic x(08) value 'MSG00205'.
        02 filler pic x(60) value
           '該当する凍結がありません'.
        02 filler pic x(60) value
           'No such freeze'.
        02 filler pic x(08) value 'MSG00206'.
        02 filler pic x(60) value
           '家計簿キーと自治体が必要です'.
        02 filler pic x(60) value
           'Ledger key and municipality are required'.
        02 filler pic x(08) value 'MSG00207'.
        02 filler pic x(60) value
           '寄附ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the donation file'.
        02 filler pic x(08) value 'MSG00208'.
        02 filler pic x(60) value
           'この行は登録済みです'.
        02 filler pic x(60) value
           'This row is already registered'.
        02 filler pic x(08) value 'MSG00209'.
        02 filler pic x(60) value
           '寄附を登録しました'.
        02 filler pic x(60) value
           'Donation registered'.
        02 filler pic x(08) value 'MSG00210'.
        02 filler pic x(60) value
           '該当する寄附がありません'.
        02 filler pic x(60) value
           'No such donation'.
        02 filler pic x(08) value 'MSG00211'.
        02 filler pic x(60) value
           '寄附を変更しました'.
        02 filler pic x(60) value
           'Donation changed'.
        02 filler pic x(08) value 'MSG00212'.
        02 filler pic x(60) value
           'ワンストップ欄はYかNです'.
        02 filler pic x(60) value
           'One-stop must be Y or N'.
        02 filler pic x(08) value 'MSG00213'.
        02 filler pic x(60) value
           '寄附を削除しました'.
        02 filler pic x(60) value
           'Donation deleted'.
        02 filler pic x(08) value 'MSG00214'.
        02 filler pic x(60) value
           '目標名が未入力です'.
        02 filler pic x(60) value
           'Goal name is blank'.
        02 filler pic x(08) value 'MSG00215'.
        02 filler pic x(60) value
           '目標額が不正です'.
        02 filler pic x(60) value
           'Invalid goal amount'.
        02 filler pic x(08) value 'MSG00216'.
        02 filler pic x(60) value
           '目標日が不正です(YYYYMMDD)'.
        02 filler pic x(60) value
           'Invalid goal date (YYYYMMDD)'.
        02 filler pic x(08) value 'MSG00217'.
        02 filler pic x(60) value
           '既に登録されている目標です'.
        02 filler pic x(60) value
           'Goal already registered'.
        02 filler pic x(08) value 'MSG00218'.
        02 filler pic x(60) value
           '目標マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the goal master'.
        02 filler pic x(08) value 'MSG00219'.
        02 filler pic x(60) value
           '該当する目標がありません'.
        02 filler pic x(60) value
           'No such goal'.
        02 filler pic x(08) value 'MSG00220'.
        02 filler pic x(60) value
           '日付はYYYYMMDDで指定してください'.
        02 filler pic x(60) value
           'Enter the date as YYYYMMDD'.
        02 filler pic x(08) value 'MSG00221'.
        02 filler pic x(60) value
           '休日マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the holiday master'.
        02 filler pic x(08) value 'MSG00222'.
        02 filler pic x(60) value
           '該当する日付が登録されていません'.
        02 filler pic x(60) value
           'That date is not registered'.
        02 filler pic x(08) value 'MSG00223'.
        02 filler pic x(60) value
           'コードは英数字のみです'.
        02 filler pic x(60) value
           'Code must be letters and digits only'.
        02 filler pic x(08) value 'MSG00224'.
        02 filler pic x(60) value
           '帳簿マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the ledger master'.
        02 filler pic x(08) value 'MSG00225'.
        02 filler pic x(60) value
           '借入額が不正です'.
        02 filler pic x(60) value
           'Invalid loan amount'.
        02 filler pic x(08) value 'MSG00226'.
        02 filler pic x(60) value
           '年利が不正です'.
        02 filler pic x(60) value
           'Invalid annual rate'.
        02 filler pic x(08) value 'MSG00227'.
        02 filler pic x(60) value
           '期間(月数)が不正です'.
        02 filler pic x(60) value
           'Invalid term (months)'.
        02 filler pic x(08) value 'MSG00228'.
        02 filler pic x(60) value
           '期間は1〜360ヶ月です'.
        02 filler pic x(60) value
           'Term must be 1 to 360 months'.
        02 filler pic x(08) value 'MSG00229'.
        02 filler pic x(60) value
           '分類が未入力です'.
        02 filler pic x(60) value
           'Category is blank'.
        02 filler pic x(08) value 'MSG00230'.
        02 filler pic x(60) value
           '引落日が不正です'.
        02 filler pic x(60) value
           'Invalid debit day'.
        02 filler pic x(08) value 'MSG00231'.
        02 filler pic x(60) value
           '同じ分類・日の定期が既にあります'.
        02 filler pic x(60) value
           'A recurring entry for that category and day exists'.
        02 filler pic x(08) value 'MSG00232'.
        02 filler pic x(60) value
           '定期明細として登録しました'.
        02 filler pic x(60) value
           'Registered as a recurring entry'.
        02 filler pic x(08) value 'MSG00233'.
        02 filler pic x(60) value
           'メンバー名が未入力です'.
        02 filler pic x(60) value
           'Member name is blank'.
        02 filler pic x(08) value 'MSG00234'.
        02 filler pic x(60) value
           'こづかい額が不正です'.
        02 filler pic x(60) value
           'Invalid allowance amount'.
        02 filler pic x(08) value 'MSG00235'.
        02 filler pic x(60) value
           'メンバーマスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the member master'.
        02 filler pic x(08) value 'MSG00236'.
        02 filler pic x(60) value
           '使用中のため削除できません'.
        02 filler pic x(60) value
           'In use - cannot be deleted'.
        02 filler pic x(08) value 'MSG00237'.
        02 filler pic x(60) value
           '該当するメンバーがいません'.
        02 filler pic x(60) value
           'No such member'.
        02 filler pic x(08) value 'MSG00238'.
        02 filler pic x(60) value
           '退会日が不正です(YYYYMMDD)'.
        02 filler pic x(60) value
           'Invalid leaving date (YYYYMMDD)'.
        02 filler pic x(08) value 'MSG00239'.
        02 filler pic x(60) value
           '退会を登録しました'.
        02 filler pic x(60) value
           'Leaving registered'.
        02 filler pic x(08) value 'MSG00240'.
        02 filler pic x(60) value
           '検針日が不正です'.
        02 filler pic x(60) value
           'Invalid reading date'.
        02 filler pic x(08) value 'MSG00241'.
        02 filler pic x(60) value
           '検針ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the meter file'.
        02 filler pic x(08) value 'MSG00242'.
        02 filler pic x(60) value
           '検針を登録できません'.
        02 filler pic x(60) value
           'Reading could not be registered'.
        02 filler pic x(08) value 'MSG00243'.
        02 filler pic x(60) value
           '検針を登録しました'.
        02 filler pic x(60) value
           'Reading registered'.
        02 filler pic x(08) value 'MSG00244'.
        02 filler pic x(60) value
           '種別はELEC/GAS/WATERです'.
        02 filler pic x(60) value
           'Type must be ELEC/GAS/WATER'.
        02 filler pic x(08) value 'MSG00245'.
        02 filler pic x(60) value
           '検針値が不正です'.
        02 filler pic x(60) value
           'Invalid meter value'.
        02 filler pic x(08) value 'MSG00246'.
        02 filler pic x(60) value
           '請求に紐付いた検針です'.
        02 filler pic x(60) value
           'Reading is linked to a bill'.
        02 filler pic x(08) value 'MSG00247'.
        02 filler pic x(60) value
           '該当する検針がありません'.
        02 filler pic x(60) value
           'No such reading'.
        02 filler pic x(08) value 'MSG00248'.
        02 filler pic x(60) value
           '検針を削除しました'.
        02 filler pic x(60) value
           'Reading deleted'.
        02 filler pic x(08) value 'MSG00249'.
        02 filler pic x(60) value
           '検針期間が不正です'.
        02 filler pic x(60) value
           'Invalid reading period'.
        02 filler pic x(08) value 'MSG00250'.
        02 filler pic x(60) value
           '期間の始めの検針がありません'.
        02 filler pic x(60) value
           'No reading at the start of the period'.
        02 filler pic x(08) value 'MSG00251'.
        02 filler pic x(60) value
           '期間の終りの検針がありません'.
        02 filler pic x(60) value
           'No reading at the end of the period'.
        02 filler pic x(08) value 'MSG00252'.
        02 filler pic x(60) value
           '支出の行だけ紐付けできます'.
        02 filler pic x(60) value
           'Only spending rows can be linked'.
        02 filler pic x(08) value 'MSG00253'.
        02 filler pic x(60) value
           '請求ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the bill file'.
        02 filler pic x(08) value 'MSG00254'.
        02 filler pic x(60) value
           '請求を紐付けできません'.
        02 filler pic x(60) value
           'Bill could not be linked'.
        02 filler pic x(08) value 'MSG00255'.
        02 filler pic x(60) value
           '請求を紐付けました'.
        02 filler pic x(60) value
           'Bill linked'.
        02 filler pic x(08) value 'MSG00256'.
        02 filler pic x(60) value
           '該当する紐付けがありません'.
        02 filler pic x(60) value
           'No such link'.
        02 filler pic x(08) value 'MSG00257'.
        02 filler pic x(60) value
           '紐付けを解除しました'.
        02 filler pic x(60) value
           'Link removed'.
        02 filler pic x(08) value 'MSG00258'.
        02 filler pic x(60) value
           '未登録の帳簿です'.
        02 filler pic x(60) value
           'Unregistered ledger'.
        02 filler pic x(08) value 'MSG00259'.
        02 filler pic x(60) value
           '移動元と移動先が同じ帳簿です'.
        02 filler pic x(60) value
           'Source and target are the same ledger'.
        02 filler pic x(08) value 'MSG00260'.
        02 filler pic x(60) value
           '支払先と分類を入力してください'.
        02 filler pic x(60) value
           'Enter the payee and the category'.
        02 filler pic x(08) value 'MSG00261'.
        02 filler pic x(60) value
           '金額と期日を入力してください'.
        02 filler pic x(60) value
           'Enter the amount and the due date'.
        02 filler pic x(08) value 'MSG00262'.
        02 filler pic x(60) value
           '請求書ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the invoice file'.
        02 filler pic x(08) value 'MSG00263'.
        02 filler pic x(60) value
           '請求書を登録できません'.
        02 filler pic x(60) value
           'Invoice could not be registered'.
        02 filler pic x(08) value 'MSG00264'.
        02 filler pic x(60) value
           '金額が範囲外です'.
        02 filler pic x(60) value
           'Amount out of range'.
        02 filler pic x(08) value 'MSG00265'.
        02 filler pic x(60) value
           '期日が不正です'.
        02 filler pic x(60) value
           'Invalid due date'.
        02 filler pic x(08) value 'MSG00266'.
        02 filler pic x(60) value
           '未登録か閉鎖済の口座です'.
        02 filler pic x(60) value
           'Account unregistered or closed'.
        02 filler pic x(08) value 'MSG00267'.
        02 filler pic x(60) value
           '請求書番号が不正です'.
        02 filler pic x(60) value
           'Invalid invoice number'.
        02 filler pic x(08) value 'MSG00268'.
        02 filler pic x(60) value
           '該当する請求書がありません'.
        02 filler pic x(60) value
           'No such invoice'.
        02 filler pic x(08) value 'MSG00269'.
        02 filler pic x(60) value
           '支払済の請求書です'.
        02 filler pic x(60) value
           'Invoice already paid'.
        02 filler pic x(08) value 'MSG00270'.
        02 filler pic x(60) value
           '支払日が不正です'.
        02 filler pic x(60) value
           'Invalid payment date'.
        02 filler pic x(08) value 'MSG00271'.
        02 filler pic x(60) value
           '締め済の期間には登録できません'.
        02 filler pic x(60) value
           'Period is closed - cannot register'.
        02 filler pic x(08) value 'MSG00272'.
        02 filler pic x(60) value
           '台帳を開けません'.
        02 filler pic x(60) value
           'Cannot open the ledger'.
        02 filler pic x(08) value 'MSG00273'.
        02 filler pic x(60) value
           '台帳に登録できません'.
        02 filler pic x(60) value
           'Could not post to the ledger'.
        02 filler pic x(08) value 'MSG00274'.
        02 filler pic x(60) value
           '種別はC/B/P/Kのいずれかです'.
        02 filler pic x(60) value
           'Type must be C/B/P/K'.
        02 filler pic x(08) value 'MSG00275'.
        02 filler pic x(60) value
           '状態はO(使用中)かX(閉鎖)です'.
        02 filler pic x(60) value
           'Status must be O (open) or X (closed)'.
        02 filler pic x(08) value 'MSG00276'.
        02 filler pic x(60) value
           '口座マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the account master'.
        02 filler pic x(08) value 'MSG00277'.
        02 filler pic x(60) value
           '支払先マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the payee master'.
        02 filler pic x(08) value 'MSG00278'.
        02 filler pic x(60) value
           'メンバーと支給日が必要です'.
        02 filler pic x(60) value
           'Member and pay date are required'.
        02 filler pic x(08) value 'MSG00279'.
        02 filler pic x(60) value
           '種別はS(給与)かB(賞与)です'.
        02 filler pic x(60) value
           'Type must be S (salary) or B (bonus)'.
        02 filler pic x(08) value 'MSG00280'.
        02 filler pic x(60) value
           '差引支給額が0以下です'.
        02 filler pic x(60) value
           'Net pay is zero or less'.
        02 filler pic x(08) value 'MSG00281'.
        02 filler pic x(60) value
           '同じ支給日の明細が登録済みです'.
        02 filler pic x(60) value
           'A payslip for that pay date exists'.
        02 filler pic x(08) value 'MSG00282'.
        02 filler pic x(60) value
           '明細を登録しました'.
        02 filler pic x(60) value
           'Payslip registered'.
        02 filler pic x(08) value 'MSG00283'.
        02 filler pic x(60) value
           '手取りを計上できません'.
        02 filler pic x(60) value
           'Take-home pay could not be posted'.
        02 filler pic x(08) value 'MSG00284'.
        02 filler pic x(60) value
           '明細を削除しました'.
        02 filler pic x(60) value
           'Payslip deleted'.
        02 filler pic x(08) value 'MSG00285'.
        02 filler pic x(60) value
           '予算計画ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the budget plan file'.
        02 filler pic x(08) value 'MSG00286'.
        02 filler pic x(60) value
           'ページ行数が不正です'.
        02 filler pic x(60) value
           'Invalid rows per page'.
        02 filler pic x(08) value 'MSG00287'.
        02 filler pic x(60) value
           'ページ行数が大きすぎます'.
        02 filler pic x(60) value
           'Rows per page is too large'.
        02 filler pic x(08) value 'MSG00288'.
        02 filler pic x(60) value
           '設定ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the settings file'.
        02 filler pic x(08) value 'MSG00289'.
        02 filler pic x(60) value
           '保存しました'.
        02 filler pic x(60) value
           'Saved'.
        02 filler pic x(08) value 'MSG00290'.
        02 filler pic x(60) value
           '列番号が不正です'.
        02 filler pic x(60) value
           'Invalid column number'.
        02 filler pic x(08) value 'MSG00291'.
        02 filler pic x(60) value
           'プロファイル名が未入力です'.
        02 filler pic x(60) value
           'Profile name is blank'.
        02 filler pic x(08) value 'MSG00292'.
        02 filler pic x(60) value
           'プロファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the profile'.
        02 filler pic x(08) value 'MSG00293'.
        02 filler pic x(60) value
           'プロファイルを登録しました'.
        02 filler pic x(60) value
           'Profile registered'.
        02 filler pic x(08) value 'MSG00294'.
        02 filler pic x(60) value
           '該当するプロファイルがありません'.
        02 filler pic x(60) value
           'No such profile'.
        02 filler pic x(08) value 'MSG00295'.
        02 filler pic x(60) value
           'プロファイルを削除しました'.
        02 filler pic x(60) value
           'Profile deleted'.
        02 filler pic x(08) value 'MSG00296'.
        02 filler pic x(60) value
           'プロファイルと語句と分類が必要'.
        02 filler pic x(60) value
           'Profile, phrase and category are required'.
        02 filler pic x(08) value 'MSG00297'.
        02 filler pic x(60) value
           '語句を登録しました'.
        02 filler pic x(60) value
           'Phrase registered'.
        02 filler pic x(08) value 'MSG00298'.
        02 filler pic x(60) value
           'プロファイル名と語句が必要です'.
        02 filler pic x(60) value
           'Profile name and phrase are required'.
        02 filler pic x(08) value 'MSG00299'.
        02 filler pic x(60) value
           '語句マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the phrase master'.
        02 filler pic x(08) value 'MSG00300'.
        02 filler pic x(60) value
           '該当する語句がありません'.
        02 filler pic x(60) value
           'No such phrase'.
        02 filler pic x(08) value 'MSG00301'.
        02 filler pic x(60) value
           '語句を削除しました'.
        02 filler pic x(60) value
           'Phrase deleted'.
        02 filler pic x(08) value 'MSG00302'.
        02 filler pic x(60) value
           'ユーザー名が未入力です'.
        02 filler pic x(60) value
           'Username is blank'.
        02 filler pic x(08) value 'MSG00303'.
        02 filler pic x(60) value
           '新しいパスワードが未入力です'.
        02 filler pic x(60) value
           'New password is blank'.
        02 filler pic x(08) value 'MSG00304'.
        02 filler pic x(60) value
           '新しいパスワードが一致しません'.
        02 filler pic x(60) value
           'New passwords do not match'.
        02 filler pic x(08) value 'MSG00305'.
        02 filler pic x(60) value
           '現在のパスワードが違います'.
        02 filler pic x(60) value
           'Current password is wrong'.
        02 filler pic x(08) value 'MSG00306'.
        02 filler pic x(60) value
           'パスワードを変更しました'.
        02 filler pic x(60) value
           'Password changed'.
        02 filler pic x(08) value 'MSG00307'.
        02 filler pic x(60) value
           '解除対象を指定してください'.
        02 filler pic x(60) value
           'Specify what to unlock'.
        02 filler pic x(08) value 'MSG00308'.
        02 filler pic x(60) value
           '該当するユーザーがいません'.
        02 filler pic x(60) value
           'No such user'.
        02 filler pic x(08) value 'MSG00309'.
        02 filler pic x(60) value
           'ロックを解除しました'.
        02 filler pic x(60) value
           'Lock released'.
        02 filler pic x(08) value 'MSG00310'.
        02 filler pic x(60) value
           '通貨コードが未入力です'.
        02 filler pic x(60) value
           'Currency code is blank'.
        02 filler pic x(08) value 'MSG00311'.
        02 filler pic x(60) value
           '適用開始日が不正です'.
        02 filler pic x(60) value
           'Invalid effective date'.
        02 filler pic x(08) value 'MSG00312'.
        02 filler pic x(60) value
           'レートが不正です'.
        02 filler pic x(60) value
           'Invalid rate'.
        02 filler pic x(08) value 'MSG00313'.
        02 filler pic x(60) value
           'レートマスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the rate master'.
        02 filler pic x(08) value 'MSG00314'.
        02 filler pic x(60) value
           '領収書が登録されていません'.
        02 filler pic x(60) value
           'No receipt registered'.
        02 filler pic x(08) value 'MSG00315'.
        02 filler pic x(60) value
           '品目ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the item file'.
        02 filler pic x(08) value 'MSG00316'.
        02 filler pic x(60) value
           '登録できない行があります'.
        02 filler pic x(60) value
           'Some lines could not be registered'.
        02 filler pic x(08) value 'MSG00317'.
        02 filler pic x(60) value
           '行番号を入力してください'.
        02 filler pic x(60) value
           'Enter a line number'.
        02 filler pic x(08) value 'MSG00318'.
        02 filler pic x(60) value
           '該当する行がありません'.
        02 filler pic x(60) value
           'No such row'.
        02 filler pic x(08) value 'MSG00319'.
        02 filler pic x(60) value
           'コードと説明を入力してください'.
        02 filler pic x(60) value
           'Enter a code and a description'.
        02 filler pic x(08) value 'MSG00320'.
        02 filler pic x(60) value
           '理由マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the reason master'.
        02 filler pic x(08) value 'MSG00321'.
        02 filler pic x(60) value
           '保管済の帳票がまだありません'.
        02 filler pic x(60) value
           'No stored reports yet'.
        02 filler pic x(08) value 'MSG00322'.
        02 filler pic x(60) value
           '該当する帳票がありません'.
        02 filler pic x(60) value
           'No such report'.
        02 filler pic x(08) value 'MSG00323'.
        02 filler pic x(60) value
           '帳票ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the report file'.
        02 filler pic x(08) value 'MSG00324'.
        02 filler pic x(60) value
           '実行履歴がまだありません'.
        02 filler pic x(60) value
           'No run history yet'.
        02 filler pic x(08) value 'MSG00325'.
        02 filler pic x(60) value
           '該当する実行履歴がありません'.
        02 filler pic x(60) value
           'No such run history'.
        02 filler pic x(08) value 'MSG00326'.
        02 filler pic x(60) value
           'ステップ名が未入力です'.
        02 filler pic x(60) value
           'Step name is blank'.
        02 filler pic x(08) value 'MSG00327'.
        02 filler pic x(60) value
           '実行順が不正です'.
        02 filler pic x(60) value
           'Invalid run order'.
        02 filler pic x(08) value 'MSG00328'.
        02 filler pic x(60) value
           '頻度はD/B/W/Mです'.
        02 filler pic x(60) value
           'Frequency must be D/B/W/M'.
        02 filler pic x(08) value 'MSG00329'.
        02 filler pic x(60) value
           '実行日が不正です'.
        02 filler pic x(60) value
           'Invalid run date'.
        02 filler pic x(08) value 'MSG00330'.
        02 filler pic x(60) value
           '曜日は1(月)〜7(日)です'.
        02 filler pic x(60) value
           'Weekday must be 1 (Mon) - 7 (Sun)'.
        02 filler pic x(08) value 'MSG00331'.
        02 filler pic x(60) value
           '日は1〜31です'.
        02 filler pic x(60) value
           'Day must be 1 to 31'.
        02 filler pic x(08) value 'MSG00332'.
        02 filler pic x(60) value
           'スケジュールを開けません'.
        02 filler pic x(60) value
           'Cannot open the schedule'.
        02 filler pic x(08) value 'MSG00333'.
        02 filler pic x(60) value
           '該当するステップがありません'.
        02 filler pic x(60) value
           'No such step'.
        02 filler pic x(08) value 'MSG00334'.
        02 filler pic x(60) value
           'セッションキーが不正です'.
        02 filler pic x(60) value
           'Invalid session key'.
        02 filler pic x(08) value 'MSG00335'.
        02 filler pic x(60) value
           'セッションファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the session file'.
        02 filler pic x(08) value 'MSG00336'.
        02 filler pic x(60) value
           '該当するセッションがありません'.
        02 filler pic x(60) value
           'No such session'.
        02 filler pic x(08) value 'MSG00337'.
        02 filler pic x(60) value
           '強制ログアウトしました'.
        02 filler pic x(60) value
           'Logged out by force'.
        02 filler pic x(08) value 'MSG00338'.
        02 filler pic x(60) value
           '対象ユーザーが未入力です'.
        02 filler pic x(60) value
           'Target user is blank'.
        02 filler pic x(08) value 'MSG00339'.
        02 filler pic x(60) value
           'セッションがまだありません'.
        02 filler pic x(60) value
           'No sessions yet'.
        02 filler pic x(08) value 'MSG00340'.
        02 filler pic x(60) value
           '清算ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the settlement file'.
        02 filler pic x(08) value 'MSG00341'.
        02 filler pic x(60) value
           '該当する清算行がありません'.
        02 filler pic x(60) value
           'No such settlement line'.
        02 filler pic x(08) value 'MSG00342'.
        02 filler pic x(60) value
           '既に支払確認済です'.
        02 filler pic x(60) value
           'Payment already confirmed'.
        02 filler pic x(08) value 'MSG00343'.
        02 filler pic x(60) value
           '本人または管理者のみ確認できます'.
        02 filler pic x(60) value
           'Only the payer or an admin may confirm'.
        02 filler pic x(08) value 'MSG00344'.
        02 filler pic x(60) value
           '支払確認しました'.
        02 filler pic x(60) value
           'Payment confirmed'.
        02 filler pic x(08) value 'MSG00345'.
        02 filler pic x(60) value
           '清算の台帳転記に失敗しました'.
        02 filler pic x(60) value
           'Posting the settlement to the ledger failed'.
        02 filler pic x(08) value 'MSG00346'.
        02 filler pic x(60) value
           '支払確認し台帳へ転記しました'.
        02 filler pic x(60) value
           'Payment confirmed and posted to the ledger'.
        02 filler pic x(08) value 'MSG00347'.
        02 filler pic x(60) value
           '行番号が不正です'.
        02 filler pic x(60) value
           'Invalid line number'.
        02 filler pic x(08) value 'MSG00348'.
        02 filler pic x(60) value
           '取込待ちファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the staging file'.
        02 filler pic x(08) value 'MSG00349'.
        02 filler pic x(60) value
           '該当する取込待ちがありません'.
        02 filler pic x(60) value
           'No such staged line'.
        02 filler pic x(08) value 'MSG00350'.
        02 filler pic x(60) value
           '既に処理済の行です'.
        02 filler pic x(60) value
           'Line already processed'.
        02 filler pic x(08) value 'MSG00351'.
        02 filler pic x(60) value
           '修正しました'.
        02 filler pic x(60) value
           'Corrected'.
        02 filler pic x(08) value 'MSG00352'.
        02 filler pic x(60) value
           '取消しました'.
        02 filler pic x(60) value
           'Withdrawn'.
        02 filler pic x(08) value 'MSG00353'.
        02 filler pic x(60) value
           '区分は1か2で指定してください'.
        02 filler pic x(60) value
           'Class must be 1 or 2'.
        02 filler pic x(08) value 'MSG00354'.
        02 filler pic x(60) value
           '税率が不正です'.
        02 filler pic x(60) value
           'Invalid tax rate'.
        02 filler pic x(08) value 'MSG00355'.
        02 filler pic x(60) value
           '税率マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the tax rate master'.
        02 filler pic x(08) value 'MSG00356'.
        02 filler pic x(60) value
           '日は01-31で指定してください'.
        02 filler pic x(60) value
           'Day must be 01-31'.
        02 filler pic x(08) value 'MSG00357'.
        02 filler pic x(60) value
           '区分が不正です'.
        02 filler pic x(60) value
           'Invalid class'.
        02 filler pic x(08) value 'MSG00358'.
        02 filler pic x(60) value
           'テンプレートを開けません'.
        02 filler pic x(60) value
           'Cannot open the templates'.
        02 filler pic x(08) value 'MSG00359'.
        02 filler pic x(60) value
           '該当するテンプレートがありません'.
        02 filler pic x(60) value
           'No such template'.
        02 filler pic x(08) value 'MSG00360'.
        02 filler pic x(60) value
           '未登録のイベントです'.
        02 filler pic x(60) value
           'Unregistered event'.
        02 filler pic x(08) value 'MSG00361'.
        02 filler pic x(60) value
           '未登録の支払先です'.
        02 filler pic x(60) value
           'Unregistered payee'.
        02 filler pic x(08) value 'MSG00362'.
        02 filler pic x(60) value
           '振替元と振替先を指定してください'.
        02 filler pic x(60) value
           'Specify the source and the target'.
        02 filler pic x(08) value 'MSG00363'.
        02 filler pic x(60) value
           '締め済みの月のため更新できません'.
        02 filler pic x(60) value
           'Month is closed - cannot update'.
        02 filler pic x(08) value 'MSG00364'.
        02 filler pic x(60) value
           '返金連携の明細は変更できません'.
        02 filler pic x(60) value
           'A refund-linked row cannot be changed'.
        02 filler pic x(08) value 'MSG00365'.
        02 filler pic x(60) value
           '該当する明細が見つかりません'.
        02 filler pic x(60) value
           'No matching row found'.
        02 filler pic x(08) value 'MSG00366'.
        02 filler pic x(60) value
           '締め済みの月は削除できません'.
        02 filler pic x(60) value
           'Rows in a closed month cannot be deleted'.
        02 filler pic x(08) value 'MSG00367'.
        02 filler pic x(60) value
           '返金済の明細は削除不可'.
        02 filler pic x(60) value
           'A refunded row cannot be deleted'.
        02 filler pic x(08) value 'MSG00368'.
        02 filler pic x(60) value
           '保管場所・ファイル名が必要です'.
        02 filler pic x(60) value
           'Storage place and file name are required'.
        02 filler pic x(08) value 'MSG00369'.
        02 filler pic x(60) value
           '領収書台帳を開けません'.
        02 filler pic x(60) value
           'Cannot open the receipt register'.
        02 filler pic x(08) value 'MSG00370'.
        02 filler pic x(60) value
           '領収書を登録しました'.
        02 filler pic x(60) value
           'Receipt registered'.
        02 filler pic x(08) value 'MSG00371'.
        02 filler pic x(60) value
           '今月の予算を超過しています'.
        02 filler pic x(60) value
           'Over budget for this month'.
        02 filler pic x(08) value 'MSG00372'.
        02 filler pic x(60) value
           '振替を登録できません'.
        02 filler pic x(60) value
           'Transfer could not be registered'.
        02 filler pic x(08) value 'MSG00373'.
        02 filler pic x(60) value
           '振替を登録しました'.
        02 filler pic x(60) value
           'Transfer registered'.
        02 filler pic x(08) value 'MSG00374'.
        02 filler pic x(60) value
           '予定ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the commitment file'.
        02 filler pic x(08) value 'MSG00375'.
        02 filler pic x(60) value
           '購入予定を登録しました'.
        02 filler pic x(60) value
           'Planned purchase registered'.
        02 filler pic x(08) value 'MSG00376'.
        02 filler pic x(60) value
           '購入予定を登録できません'.
        02 filler pic x(60) value
           'Planned purchase could not be registered'.
        02 filler pic x(08) value 'MSG00377'.
        02 filler pic x(60) value
           '該当する購入予定がありません'.
        02 filler pic x(60) value
           'No such planned purchase'.
        02 filler pic x(08) value 'MSG00378'.
        02 filler pic x(60) value
           '既に消込済の購入予定です'.
        02 filler pic x(60) value
           'Planned purchase already cleared'.
        02 filler pic x(08) value 'MSG00379'.
        02 filler pic x(60) value
           '購入予定を消込しました'.
        02 filler pic x(60) value
           'Planned purchase cleared'.
        02 filler pic x(08) value 'MSG00380'.
        02 filler pic x(60) value
           '調整を登録しました'.
        02 filler pic x(60) value
           'Adjustment registered'.
        02 filler pic x(08) value 'MSG00381'.
        02 filler pic x(60) value
           'クイック入力が空です'.
        02 filler pic x(60) value
           'Quick entry is empty'.
        02 filler pic x(08) value 'MSG00382'.
        02 filler pic x(60) value
           'クイック登録に失敗しました'.
        02 filler pic x(60) value
           'Quick entry failed'.
        02 filler pic x(08) value 'MSG00383'.
        02 filler pic x(60) value
           'クイック登録しました'.
        02 filler pic x(60) value
           'Quick entry registered'.
        02 filler pic x(08) value 'MSG00384'.
        02 filler pic x(60) value
           '貸主と借主を指定してください'.
        02 filler pic x(60) value
           'Specify the lender and the borrower'.
        02 filler pic x(08) value 'MSG00385'.
        02 filler pic x(60) value
           '貸借ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the IOU file'.
        02 filler pic x(08) value 'MSG00386'.
        02 filler pic x(60) value
           '貸借を登録しました'.
        02 filler pic x(60) value
           'IOU registered'.
        02 filler pic x(08) value 'MSG00387'.
        02 filler pic x(60) value
           '貸借を登録できません'.
        02 filler pic x(60) value
           'IOU could not be saved'.
        02 filler pic x(08) value 'MSG00388'.
        02 filler pic x(60) value
           '該当する貸借がありません'.
        02 filler pic x(60) value
           'No such IOU'.
        02 filler pic x(08) value 'MSG00389'.
        02 filler pic x(60) value
           '既に返済済の貸借です'.
        02 filler pic x(60) value
           'IOU already repaid'.
        02 filler pic x(08) value 'MSG00390'.
        02 filler pic x(60) value
           '返済を登録しました'.
        02 filler pic x(60) value
           'Repayment registered'.
        02 filler pic x(08) value 'MSG00391'.
        02 filler pic x(60) value
           '返金元の明細を指定してください'.
        02 filler pic x(60) value
           'Specify the original row to refund'.
        02 filler pic x(08) value 'MSG00392'.
        02 filler pic x(60) value
           '返金元の明細が見つかりません'.
        02 filler pic x(60) value
           'Original row not found'.
        02 filler pic x(08) value 'MSG00393'.
        02 filler pic x(60) value
           '返金できない明細です'.
        02 filler pic x(60) value
           'That row cannot be refunded'.
        02 filler pic x(08) value 'MSG00394'.
        02 filler pic x(60) value
           '返金日が購入日より前です'.
        02 filler pic x(60) value
           'Refund date is before the purchase date'.
        02 filler pic x(08) value 'MSG00395'.
        02 filler pic x(60) value
           '返金を登録できません'.
        02 filler pic x(60) value
           'Refund could not be registered'.
        02 filler pic x(08) value 'MSG00396'.
        02 filler pic x(60) value
           '返金を登録しました'.
        02 filler pic x(60) value
           'Refund registered'.
        02 filler pic x(08) value 'MSG00397'.
        02 filler pic x(60) value
           '承認待ちに登録できません'.
        02 filler pic x(60) value
           'Could not queue for approval'.
        02 filler pic x(08) value 'MSG00398'.
        02 filler pic x(60) value
           '承認待ちに登録しました'.
        02 filler pic x(60) value
           'Queued for approval'.
        02 filler pic x(08) value 'MSG00399'.
        02 filler pic x(60) value
           '締め年月はYYYYMMで指定してください'.
        02 filler pic x(60) value
           'Enter the closing month as YYYYMM'.
        02 filler pic x(08) value 'MSG00400'.
        02 filler pic x(60) value
           '月締めを登録しました'.
        02 filler pic x(60) value
           'Month closed'.
        02 filler pic x(08) value 'MSG00401'.
        02 filler pic x(60) value
           '月締めを解除しました'.
        02 filler pic x(60) value
           'Month reopened'.
        02 filler pic x(08) value 'MSG00402'.
        02 filler pic x(60) value
           '再ログインしてください'.
        02 filler pic x(60) value
           'Please log in again'.
        02 filler pic x(08) value 'MSG00403'.
        02 filler pic x(60) value
           'パスワード変更が必要です'.
        02 filler pic x(60) value
           'Password change required'.
        02 filler pic x(08) value 'MSG00404'.
        02 filler pic x(60) value
           'DATA1とDATA2は両方必須です'.
        02 filler pic x(60) value
           'DATA1 and DATA2 are both required'.
        02 filler pic x(08) value 'MSG00405'.
        02 filler pic x(60) value
           '受け付けました'.
        02 filler pic x(60) value
           'Accepted'.
        02 filler pic x(08) value 'MSG00406'.
        02 filler pic x(60) value
           '受付ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the capture file'.
        02 filler pic x(08) value 'MSG00407'.
        02 filler pic x(60) value
           '受付できませんでした'.
        02 filler pic x(60) value
           'Could not be accepted'.
        02 filler pic x(08) value 'MSG00408'.
        02 filler pic x(60) value
           '申請を受け付けました(承認待ち)'.
        02 filler pic x(60) value
           'Claim accepted (awaiting approval)'.
        02 filler pic x(08) value 'MSG00409'.
        02 filler pic x(60) value
           'まだ受付データがありません'.
        02 filler pic x(60) value
           'No submissions yet'.
        02 filler pic x(08) value 'MSG00410'.
        02 filler pic x(60) value
           'まだ申請がありません'.
        02 filler pic x(60) value
           'No claims yet'.
        02 filler pic x(08) value 'MSG00411'.
        02 filler pic x(60) value
           'ロックを取得できないため表示できません'.
        02 filler pic x(60) value
           'Could not obtain the lock - cannot display'.
        02 filler pic x(08) value 'MSG00412'.
        02 filler pic x(60) value
           'この部屋はメンバー専用です'.
        02 filler pic x(60) value
           'This room is members-only'.
        02 filler pic x(08) value 'MSG00413'.
        02 filler pic x(60) value
           'この部屋にはパスワードが必要です'.
        02 filler pic x(60) value
           'This room needs a password'.
        02 filler pic x(08) value 'MSG00414'.
        02 filler pic x(60) value
           'メッセージが空のため送信できません'.
        02 filler pic x(60) value
           'Message is empty - not sent'.
        02 filler pic x(08) value 'MSG00415'.
        02 filler pic x(45) value
           'メッセージが長すぎたため200文字'.
        02 filler pic x(15) value
           'に切り詰め'.
        02 filler pic x(60) value
           'Message too long - cut to 200 characters'.
        02 filler pic x(08) value 'MSG00416'.
        02 filler pic x(60) value
           '管理者権限がないためピン留めできません'.
        02 filler pic x(60) value
           'Administrator rights are needed to pin'.
        02 filler pic x(08) value 'MSG00417'.
        02 filler pic x(60) value
           'ピン留めしました'.
        02 filler pic x(60) value
           'Pinned'.
        02 filler pic x(08) value 'MSG00418'.
        02 filler pic x(60) value
           'ピン留めを保存できません'.
        02 filler pic x(60) value
           'Pin could not be saved'.
        02 filler pic x(08) value 'MSG00419'.
        02 filler pic x(60) value
           '該当する発言が窓にありません'.
        02 filler pic x(60) value
           'No such post in the window'.
        02 filler pic x(08) value 'MSG00420'.
        02 filler pic x(60) value
           '管理者権限がないため解除できません'.
        02 filler pic x(60) value
           'Administrator rights are needed to unpin'.
        02 filler pic x(08) value 'MSG00421'.
        02 filler pic x(60) value
           'ピン留めはありません'.
        02 filler pic x(60) value
           'Nothing pinned'.
        02 filler pic x(08) value 'MSG00422'.
        02 filler pic x(60) value
           'ピン留めを解除しました'.
        02 filler pic x(60) value
           'Pin removed'.
        02 filler pic x(08) value 'MSG00423'.
        02 filler pic x(60) value
           'ミュートする名前を指定してください'.
        02 filler pic x(60) value
           'Name the person to mute'.
        02 filler pic x(08) value 'MSG00424'.
        02 filler pic x(45) value
           'ミュートを解除する名前を指定し'.
        02 filler pic x(15) value
           'てください'.
        02 filler pic x(60) value
           'Name the person to unmute'.
        02 filler pic x(08) value 'MSG00425'.
        02 filler pic x(60) value
           '設問と選択肢2つ以上が必要です'.
        02 filler pic x(60) value
           'A question and at least two choices are needed'.
        02 filler pic x(08) value 'MSG00426'.
        02 filler pic x(60) value
           '投票ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the poll file'.
        02 filler pic x(08) value 'MSG00427'.
        02 filler pic x(60) value
           'この部屋には既に投票があります'.
        02 filler pic x(60) value
           'This room already has a poll'.
        02 filler pic x(08) value 'MSG00428'.
        02 filler pic x(60) value
           '投票を開始しました'.
        02 filler pic x(60) value
           'Poll started'.
        02 filler pic x(08) value 'MSG00429'.
        02 filler pic x(60) value
           'この部屋に投票はありません'.
        02 filler pic x(60) value
           'No poll in this room'.
        02 filler pic x(08) value 'MSG00430'.
        02 filler pic x(60) value
           '既に投票済です'.
        02 filler pic x(60) value
           'Already voted'.
        02 filler pic x(08) value 'MSG00431'.
        02 filler pic x(60) value
           '投票しました'.
        02 filler pic x(60) value
           'Voted'.
        02 filler pic x(08) value 'MSG00432'.
        02 filler pic x(60) value
           '投票内容が不正です'.
        02 filler pic x(60) value
           'Invalid vote'.
        02 filler pic x(08) value 'MSG00433'.
        02 filler pic x(60) value
           '開始者か管理者のみ締切できます'.
        02 filler pic x(60) value
           'Only the starter or an admin may close it'.
        02 filler pic x(08) value 'MSG00434'.
        02 filler pic x(60) value
           '管理者権限がないため削除できません'.
        02 filler pic x(60) value
           'Administrator rights are needed to delete'.
        02 filler pic x(08) value 'MSG00435'.
        02 filler pic x(60) value
           '自分の発言のみ変更できます'.
        02 filler pic x(60) value
           'You can only change your own posts'.
        02 filler pic x(08) value 'MSG00436'.
        02 filler pic x(60) value
           '訂正後のメッセージがありません'.
        02 filler pic x(60) value
           'No corrected message given'.
        02 filler pic x(08) value 'MSG00437'.
        02 filler pic x(60) value
           '取り消し済みの発言です'.
        02 filler pic x(60) value
           'Post already withdrawn'.
        02 filler pic x(08) value 'MSG00438'.
        02 filler pic x(60) value
           '発言を訂正しました'.
        02 filler pic x(60) value
           'Post corrected'.
        02 filler pic x(08) value 'MSG00439'.
        02 filler pic x(60) value
           '発言を取り消しました'.
        02 filler pic x(60) value
           'Post withdrawn'.
        02 filler pic x(08) value 'MSG00440'.
        02 filler pic x(60) value
           '管理者権限がないため表示できません'.
        02 filler pic x(60) value
           'Administrator rights are needed to view this'.
        02 filler pic x(08) value 'MSG00441'.
        02 filler pic x(60) value
           '元の発言は記録されていません'.
        02 filler pic x(60) value
           'The original post was not recorded'.
        02 filler pic x(08) value 'MSG00442'.
        02 filler pic x(60) value
           '返信先の発言が見つかりません'.
        02 filler pic x(60) value
           'The post replied to was not found'.
        02 filler pic x(08) value 'MSG00443'.
        02 filler pic x(60) value
           'スレッドの最初の40件を表示しています'.
        02 filler pic x(60) value
           'Showing the first 40 posts of the thread'.
        02 filler pic x(08) value 'MSG00444'.
        02 filler pic x(60) value
           '該当する発言が見つかりません'.
        02 filler pic x(60) value
           'No matching post found'.
        02 filler pic x(08) value 'MSG00445'.
        02 filler pic x(60) value
           '同じメッセージが連続しています'.
        02 filler pic x(60) value
           'Same message repeated'.
        02 filler pic x(08) value 'MSG00446'.
        02 filler pic x(45) value
           '投稿間隔が短すぎます。少し待っ'.
        02 filler pic x(15) value
           'てから送信'.
        02 filler pic x(60) value
           'Posting too fast - please wait a moment'.
        02 filler pic x(08) value 'MSG00447'.
        02 filler pic x(45) value
           '不適切な語句が含まれるため送信'.
        02 filler pic x(15) value
           'できません'.
        02 filler pic x(60) value
           'Contains an inappropriate phrase - not sent'.
        02 filler pic x(08) value 'MSG00448'.
        02 filler pic x(45) value
           'ロックを取得できないため処理を'.
        02 filler pic x(15) value
           '中断しまし'.
        02 filler pic x(60) value
           'Could not obtain the lock - stopped'.
        02 filler pic x(08) value 'MSG00449'.
        02 filler pic x(60) value
           '該当するパターンが登録されていません'.
        02 filler pic x(60) value
           'That pattern is not registered'.
        02 filler pic x(08) value 'MSG00450'.
        02 filler pic x(60) value
           '削除します。もう一度実行してください'.
        02 filler pic x(60) value
           'About to delete - run it again to confirm'.
        02 filler pic x(08) value 'MSG00451'.
        02 filler pic x(60) value
           'カレンダーはまだ作成されていません'.
        02 filler pic x(60) value
           'The calendar has not been written yet'.
        02 filler pic x(08) value 'MSG00452'.
        02 filler pic x(60) value
           'ロックを取得できないため出力できません'.
        02 filler pic x(60) value
           'Could not obtain the lock - cannot export'.
        02 filler pic x(08) value 'MSG00453'.
        02 filler pic x(60) value
           '開始日が終了日より後です'.
        02 filler pic x(60) value
           'Start date is after the end date'.
        02 filler pic x(08) value 'MSG00454'.
        02 filler pic x(60) value
           'エクスポートの種類が正しくありません'.
        02 filler pic x(60) value
           'Unknown export type'.
        02 filler pic x(08) value 'MSG00455'.
        02 filler pic x(60) value
           'エクスポートに失敗しました'.
        02 filler pic x(60) value
           'The export failed'.
        02 filler pic x(08) value 'MSG00456'.
        02 filler pic x(60) value
           'ロックを取得できないため登録できません'.
        02 filler pic x(60) value
           'Could not obtain the lock - cannot register'.
        02 filler pic x(08) value 'MSG00457'.
        02 filler pic x(45) value
           '他の利用者により変更済です。再'.
        02 filler pic x(15) value
           '選択してく'.
        02 filler pic x(60) value
           'Changed by another user - select again'.
        02 filler pic x(08) value 'MSG00458'.
        02 filler pic x(45) value
           '選択した明細を削除します。もう'.
        02 filler pic x(15) value
           '一度削除を'.
        02 filler pic x(60) value
           'About to delete the selection - press delete again'.
        02 filler pic x(08) value 'MSG00459'.
        02 filler pic x(60) value
           'クイック入力を解釈できません'.
        02 filler pic x(60) value
           'Quick entry could not be understood'.
        02 filler pic x(08) value 'MSG00460'.
        02 filler pic x(60) value
           'ロックを取得できないため受付できません'.
        02 filler pic x(60) value
           'Could not obtain the lock - cannot accept'.
        02 filler pic x(08) value 'MODE0001'.
        02 filler pic x(60) value
           '参照'.
        02 filler pic x(60) value
           'Browse'.
        02 filler pic x(08) value 'MODE0002'.
        02 filler pic x(60) value
           '検索'.
        02 filler pic x(60) value
           'Search'.
        02 filler pic x(08) value 'MODE0003'.
        02 filler pic x(60) value
           '次ページ'.
        02 filler pic x(60) value
           'Next page'.
        02 filler pic x(08) value 'MODE0004'.
        02 filler pic x(60) value
           '前ページ'.
        02 filler pic x(60) value
           'Prev page'.
        02 filler pic x(08) value 'MODE0005'.
        02 filler pic x(60) value
           '追加'.
        02 filler pic x(60) value
           'Add'.
        02 filler pic x(08) value 'MODE0006'.
        02 filler pic x(60) value
           '分割追加'.
        02 filler pic x(60) value
           'Split add'.
        02 filler pic x(08) value 'MODE0007'.
        02 filler pic x(60) value
           '一括追加'.
        02 filler pic x(60) value
           'Batch add'.
        02 filler pic x(08) value 'MODE0008'.
        02 filler pic x(60) value
           'クイック'.
        02 filler pic x(60) value
           'Quick'.
        02 filler pic x(08) value 'MODE0009'.
        02 filler pic x(60) value
           '更新選択'.
        02 filler pic x(60) value
           'Select'.
        02 filler pic x(08) value 'MODE0010'.
        02 filler pic x(60) value
           'UPDATE'.
        02 filler pic x(60) value
           'Update'.
        02 filler pic x(08) value 'MODE0011'.
        02 filler pic x(60) value
           '削除'.
        02 filler pic x(60) value
           'Delete'.
        02 filler pic x(08) value 'MODE0012'.
        02 filler pic x(60) value
           '振替'.
        02 filler pic x(60) value
           'Transfer'.
        02 filler pic x(08) value 'MODE0013'.
        02 filler pic x(60) value
           '予定'.
        02 filler pic x(60) value
           'Plan'.
        02 filler pic x(08) value 'MODE0014'.
        02 filler pic x(60) value
           '消込'.
        02 filler pic x(60) value
           'Clear'.
        02 filler pic x(08) value 'MODE0015'.
        02 filler pic x(60) value
           '調整'.
        02 filler pic x(60) value
           'Adjust'.
        02 filler pic x(08) value 'MODE0016'.
        02 filler pic x(60) value
           '貸借'.
        02 filler pic x(60) value
           'IOU'.
        02 filler pic x(08) value 'MODE0017'.
        02 filler pic x(60) value
           '返済'.
        02 filler pic x(60) value
           'Repay'.
        02 filler pic x(08) value 'MODE0018'.
        02 filler pic x(60) value
           '返金'.
        02 filler pic x(60) value
           'Refund'.
        02 filler pic x(08) value 'MODE0019'.
        02 filler pic x(60) value
           '領収書'.
        02 filler pic x(60) value
           'Receipt'.
        02 filler pic x(08) value 'MODE0020'.
        02 filler pic x(60) value
           '月締め'.
        02 filler pic x(60) value
           'Close month'.
        02 filler pic x(08) value 'MODE0021'.
        02 filler pic x(60) value
           '締め解除'.
        02 filler pic x(60) value
           'Reopen month'.
        02 filler pic x(08) value 'MENU0001'.
        02 filler pic x(60) value
           '家計簿'.
        02 filler pic x(60) value
           'Ledger'.
        02 filler pic x(08) value 'MENU0002'.
        02 filler pic x(60) value
           '掲示板'.
        02 filler pic x(60) value
           'Board'.
        02 filler pic x(08) value 'MENU0003'.
        02 filler pic x(60) value
           '管理'.
        02 filler pic x(60) value
           'Admin'.
        02 filler pic x(08) value 'MENU0004'.
        02 filler pic x(60) value
           'その他'.
        02 filler pic x(60) value
           'Other'.
        02 filler pic x(08) value 'MENU0005'.
        02 filler pic x(60) value
           'ダッシュボード'.
        02 filler pic x(60) value
           'Dashboard'.
        02 filler pic x(08) value 'MENU0006'.
        02 filler pic x(60) value
           '台帳照会・入力'.
        02 filler pic x(60) value
           'Ledger browse/entry'.
        02 filler pic x(08) value 'MENU0007'.
        02 filler pic x(60) value
           '過去年アーカイブ'.
        02 filler pic x(60) value
           'Past-year archive'.
        02 filler pic x(08) value 'MENU0008'.
        02 filler pic x(60) value
           '個人設定'.
        02 filler pic x(60) value
           'My settings'.
        02 filler pic x(08) value 'MENU0009'.
        02 filler pic x(60) value
           'パスワード変更'.
        02 filler pic x(60) value
           'Change password'.
        02 filler pic x(08) value 'MENU0010'.
        02 filler pic x(60) value
           '分類マスタ'.
        02 filler pic x(60) value
           'Category master'.
        02 filler pic x(08) value 'MENU0011'.
        02 filler pic x(60) value
           'レートマスタ'.
        02 filler pic x(60) value
           'Rate master'.
        02 filler pic x(08) value 'MENU0012'.
        02 filler pic x(60) value
           'テンプレート保守'.
        02 filler pic x(60) value
           'Template upkeep'.
        02 filler pic x(08) value 'MENU0013'.
        02 filler pic x(60) value
           '休日マスタ'.
        02 filler pic x(60) value
           'Holiday master'.
        02 filler pic x(08) value 'MENU0014'.
        02 filler pic x(60) value
           'メンバーマスタ'.
        02 filler pic x(60) value
           'Member master'.
        02 filler pic x(08) value 'MENU0015'.
        02 filler pic x(60) value
           '税率マスタ'.
        02 filler pic x(60) value
           'Tax rate master'.
        02 filler pic x(08) value 'MENU0016'.
        02 filler pic x(60) value
           '監査ログ照会'.
        02 filler pic x(60) value
           'Audit log'.
        02 filler pic x(08) value 'MENU0017'.
        02 filler pic x(60) value
           'チャット'.
        02 filler pic x(60) value
           'Chat'.
        02 filler pic x(08) value 'MENU0018'.
        02 filler pic x(60) value
           '部屋一覧'.
        02 filler pic x(60) value
           'Room list'.
        02 filler pic x(08) value 'MENU0019'.
        02 filler pic x(60) value
           'NGワード管理'.
        02 filler pic x(60) value
           'NG words'.
        02 filler pic x(08) value 'MENU0020'.
        02 filler pic x(60) value
           'ロック管理'.
        02 filler pic x(60) value
           'Lock admin'.
        02 filler pic x(08) value 'MENU0021'.
        02 filler pic x(60) value
           'カウンタ'.
        02 filler pic x(60) value
           'Counter'.
        02 filler pic x(08) value 'MENU0022'.
        02 filler pic x(60) value
           'フォーム受付'.
        02 filler pic x(60) value
           'Form intake'.
        02 filler pic x(08) value 'MENU0023'.
        02 filler pic x(60) value
           '受付照会'.
        02 filler pic x(60) value
           'Form inquiry'.
        02 filler pic x(08) value 'MENU0024'.
        02 filler pic x(60) value
           'ルックアップ保守'.
        02 filler pic x(60) value
           'Lookup upkeep'.
        02 filler pic x(08) value 'MENU0025'.
        02 filler pic x(60) value
           '電卓'.
        02 filler pic x(60) value
           'Calculator'.
        02 filler pic x(08) value 'RPT00101'.
        02 filler pic x(60) value
           '医療費控除 集計'.
        02 filler pic x(60) value
           'Medical expense deduction'.
        02 filler pic x(08) value 'RPT00102'.
        02 filler pic x(60) value
           '支払者'.
        02 filler pic x(60) value
           'Paid by'.
        02 filler pic x(08) value 'RPT00103'.
        02 filler pic x(60) value
           '医療機関等(摘要)'.
        02 filler pic x(60) value
           'Provider (note)'.
        02 filler pic x(08) value 'RPT00104'.
        02 filler pic x(60) value
           '支払額'.
        02 filler pic x(60) value
           'Amount'.
        02 filler pic x(08) value 'RPT00105'.
        02 filler pic x(60) value
           '支払医療費合計'.
        02 filler pic x(60) value
           'Total medical paid'.
        02 filler pic x(08) value 'RPT00106'.
        02 filler pic x(60) value
           '控除額(10万円控除後)'.
        02 filler pic x(60) value
           'Deduction (after 100k)'.
        02 filler pic x(08) value 'RPT00201'.
        02 filler pic x(60) value
           'ふるさと納税 集計'.
        02 filler pic x(60) value
           'Furusato donations'.
        02 filler pic x(08) value 'RPT00202'.
        02 filler pic x(60) value
           '寄附日'.
        02 filler pic x(60) value
           'Date'.
        02 filler pic x(08) value 'RPT00203'.
        02 filler pic x(60) value
           '寄附先自治体'.
        02 filler pic x(60) value
           'Municipality'.
        02 filler pic x(08) value 'RPT00204'.
        02 filler pic x(60) value
           '寄附額'.
        02 filler pic x(60) value
           'Amount'.
        02 filler pic x(08) value 'RPT00205'.
        02 filler pic x(60) value
           '特例'.
        02 filler pic x(60) value
           'OneStp'.
        02 filler pic x(08) value 'RPT00206'.
        02 filler pic x(60) value
           '寄附者:'.
        02 filler pic x(60) value
           'Donor:'.
        02 filler pic x(08) value 'RPT00207'.
        02 filler pic x(60) value
           '寄附額合計'.
        02 filler pic x(60) value
           'Total donated'.
        02 filler pic x(08) value 'RPT00208'.
        02 filler pic x(60) value
           '* 上限は給与収入のみ・扶養なしの目安'.
        02 filler pic x(60) value
           '* Limit assumes salary only, no dependants'.
        02 filler pic x(08) value 'RPT00209'.
        02 filler pic x(60) value
           '(手取り率'.
        02 filler pic x(60) value
           '(take-home'.
        02 filler pic x(08) value 'RPT00210'.
        02 filler pic x(60) value
           '寄附額計'.
        02 filler pic x(60) value
           'Donated'.
        02 filler pic x(08) value 'RPT00211'.
        02 filler pic x(60) value
           '寄附先数'.
        02 filler pic x(60) value
           'Places'.
        02 filler pic x(08) value 'RPT00212'.
        02 filler pic x(60) value
           '特例申請書提出'.
        02 filler pic x(60) value
           'One-stop forms filed'.
        02 filler pic x(08) value 'RPT00213'.
        02 filler pic x(60) value
           '家計簿上の収入'.
        02 filler pic x(60) value
           'Income in the ledger'.
        02 filler pic x(08) value 'RPT00214'.
        02 filler pic x(60) value
           '給与収入(給与明細)'.
        02 filler pic x(60) value
           'Salary (payslips)'.
        02 filler pic x(08) value 'RPT00215'.
        02 filler pic x(60) value
           '推定給与収入'.
        02 filler pic x(60) value
           'Estimated salary'.
        02 filler pic x(08) value 'RPT00216'.
        02 filler pic x(60) value
           '控除上限の目安'.
        02 filler pic x(60) value
           'Deduction limit guide'.
        02 filler pic x(08) value 'RPT00217'.
        02 filler pic x(60) value
           '** 控除上限の目安を超えています'.
        02 filler pic x(60) value
           '** Over the deduction limit guide'.
        02 filler pic x(08) value 'RPT00218'.
        02 filler pic x(60) value
           '** 6団体以上は確定申告が必要です'.
        02 filler pic x(60) value
           '** 6+ places need a tax return'.
        02 filler pic x(08) value 'RPT00301'.
        02 filler pic x(60) value
           '給与明細 年間集計'.
        02 filler pic x(60) value
           'Payslips - annual summary'.
        02 filler pic x(08) value 'RPT00302'.
        02 filler pic x(60) value
           '支給日'.
        02 filler pic x(60) value
           'Pay date'.
        02 filler pic x(08) value 'RPT00303'.
        02 filler pic x(60) value
           '種'.
        02 filler pic x(60) value
           'Typ'.
        02 filler pic x(08) value 'RPT00304'.
        02 filler pic x(60) value
           '総支給額'.
        02 filler pic x(60) value
           'Gross'.
        02 filler pic x(08) value 'RPT00305'.
        02 filler pic x(60) value
           '非課税'.
        02 filler pic x(60) value
           'Non-tax'.
        02 filler pic x(08) value 'RPT00306'.
        02 filler pic x(60) value
           '源泉税'.
        02 filler pic x(60) value
           'With.tax'.
        02 filler pic x(08) value 'RPT00307'.
        02 filler pic x(60) value
           '社会保険'.
        02 filler pic x(60) value
           'Social ins.'.
        02 filler pic x(08) value 'RPT00308'.
        02 filler pic x(60) value
           '住民税'.
        02 filler pic x(60) value
           'Res. tax'.
        02 filler pic x(08) value 'RPT00309'.
        02 filler pic x(60) value
           'その他'.
        02 filler pic x(60) value
           'Other'.
        02 filler pic x(08) value 'RPT00310'.
        02 filler pic x(60) value
           '差引支給'.
        02 filler pic x(60) value
           'Net pay'.
        02 filler pic x(08) value 'RPT00311'.
        02 filler pic x(60) value
           'メンバー:'.
        02 filler pic x(60) value
           'Member:'.
        02 filler pic x(08) value 'RPT00312'.
        02 filler pic x(60) value
           '給与 総支給額計'.
        02 filler pic x(60) value
           'Salary gross total'.
        02 filler pic x(08) value 'RPT00313'.
        02 filler pic x(60) value
           '賞与 総支給額計'.
        02 filler pic x(60) value
           'Bonus gross total'.
        02 filler pic x(08) value 'RPT00314'.
        02 filler pic x(60) value
           '支払金額'.
        02 filler pic x(60) value
           'Amount paid'.
        02 filler pic x(08) value 'RPT00315'.
        02 filler pic x(60) value
           '社会保険料等の金額'.
        02 filler pic x(60) value
           'Social insurance etc.'.
        02 filler pic x(08) value 'RPT00316'.
        02 filler pic x(60) value
           '源泉徴収税額'.
        02 filler pic x(60) value
           'Tax withheld'.
        02 filler pic x(08) value 'RPT00317'.
        02 filler pic x(60) value
           '住民税(特別徴収)'.
        02 filler pic x(60) value
           'Resident tax (payroll)'.
        02 filler pic x(08) value 'RPT00318'.
        02 filler pic x(60) value
           '差引支給額計'.
        02 filler pic x(60) value
           'Net pay total'.
        02 filler pic x(08) value 'MSG00461'.
        02 filler pic x(60) value
           '言語はjaかenで指定してください'.
        02 filler pic x(60) value
           'Language must be ja or en'.
        02 filler pic x(08) value 'MSG00462'.
        02 filler pic x(60) value
           '保存期間の対象外のファイルです'.
        02 filler pic x(60) value
           'That file is not covered by retention'.
        02 filler pic x(08) value 'MSG00463'.
        02 filler pic x(60) value
           '保存日数が未入力です'.
        02 filler pic x(60) value
           'Enter the retention days'.
        02 filler pic x(08) value 'MSG00464'.
        02 filler pic x(60) value
           '保存日数が不正です'.
        02 filler pic x(60) value
           'The retention days are invalid'.
        02 filler pic x(08) value 'MSG00465'.
        02 filler pic x(60) value
           '保存日数は0か30以上です'.
        02 filler pic x(60) value
           'Retention days must be 0 or at least 30'.
        02 filler pic x(08) value 'MSG00466'.
        02 filler pic x(60) value
           '要約はYかNです'.
        02 filler pic x(60) value
           'Summarize must be Y or N'.
        02 filler pic x(08) value 'MSG00467'.
        02 filler pic x(60) value
           '保存期間マスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the retention master'.
        02 filler pic x(08) value 'MSG00468'.
        02 filler pic x(60) value
           '既定値のまま変更はありません'.
        02 filler pic x(60) value
           'Same as the default - nothing changed'.
        02 filler pic x(08) value 'MSG00469'.
        02 filler pic x(60) value
           '既定値に戻しました'.
        02 filler pic x(60) value
           'Reset to the default'.
        02 filler pic x(08) value 'MSG00470'.
        02 filler pic x(60) value
           'この接続元からは利用できません'.
        02 filler pic x(60) value
           'Not available from this address'.
        02 filler pic x(08) value 'MSG00471'.
        02 filler pic x(60) value
           'ご自身の申請は承認できません'.
        02 filler pic x(60) value
           'You cannot approve your own request'.
        02 filler pic x(08) value 'MSG00472'.
        02 filler pic x(60) value
           '申請の種類が不正です'.
        02 filler pic x(60) value
           'The request type is invalid'.
        02 filler pic x(08) value 'MSG00473'.
        02 filler pic x(60) value
           '承認し反映しました'.
        02 filler pic x(60) value
           'Approved and applied'.
        02 filler pic x(08) value 'MSG00474'.
        02 filler pic x(60) value
           '該当するユーザーがありません'.
        02 filler pic x(60) value
           'No such user'.
        02 filler pic x(08) value 'MSG00475'.
        02 filler pic x(60) value
           '役割が申請時から変わっています'.
        02 filler pic x(60) value
           'The role has changed since the request'.
        02 filler pic x(08) value 'MSG00476'.
        02 filler pic x(60) value
           '締め管理ファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the month close file'.
        02 filler pic x(08) value 'MSG00477'.
        02 filler pic x(60) value
           '締め済みの月がありません'.
        02 filler pic x(60) value
           'No month has been closed'.
        02 filler pic x(08) value 'MSG00478'.
        02 filler pic x(60) value
           '締め年月が申請時から変わっています'.
        02 filler pic x(60) value
           'The closed month has changed since the request'.
        02 filler pic x(08) value 'MSG00479'.
        02 filler pic x(60) value
           '区分(P/R)と対象を入力してください'.
        02 filler pic x(60) value
           'Enter the kind (P/R) and the target'.
        02 filler pic x(08) value 'MSG00480'.
        02 filler pic x(60) value
           '開始アドレスを入力してください'.
        02 filler pic x(60) value
           'Enter the starting address'.
        02 filler pic x(08) value 'MSG00481'.
        02 filler pic x(60) value
           'アドレスの範囲が不正です'.
        02 filler pic x(60) value
           'The address range is invalid'.
        02 filler pic x(08) value 'MSG00482'.
        02 filler pic x(60) value
           '許可リストを開けません'.
        02 filler pic x(60) value
           'Cannot open the allow list'.
        02 filler pic x(08) value 'MSG00483'.
        02 filler pic x(60) value
           'これ以上登録できません'.
        02 filler pic x(60) value
           'No more entries can be added'.
        02 filler pic x(08) value 'MSG00484'.
        02 filler pic x(60) value
           '許可リストに登録できません'.
        02 filler pic x(60) value
           'Could not add to the allow list'.
        02 filler pic x(08) value 'MSG00485'.
        02 filler pic x(45) value
           'この接続元が締め出されるため登'.
        02 filler pic x(15) value
           '録できませ'.
        02 filler pic x(60) value
           'Not added - it would lock out this address'.
        02 filler pic x(08) value 'MSG00486'.
        02 filler pic x(60) value
           '許可範囲を登録しました'.
        02 filler pic x(60) value
           'Allowed range added'.
        02 filler pic x(08) value 'MSG00487'.
        02 filler pic x(60) value
           '区分、対象、番号を入力してください'.
        02 filler pic x(60) value
           'Enter the kind, the target and the number'.
        02 filler pic x(08) value 'MSG00488'.
        02 filler pic x(60) value
           '該当する許可範囲がありません'.
        02 filler pic x(60) value
           'No such allowed range'.
        02 filler pic x(08) value 'MSG00489'.
        02 filler pic x(45) value
           'この接続元が締め出されるため削'.
        02 filler pic x(15) value
           '除できませ'.
        02 filler pic x(60) value
           'Not removed - it would lock out this address'.
        02 filler pic x(08) value 'MSG00490'.
        02 filler pic x(60) value
           '許可範囲を削除しました'.
        02 filler pic x(60) value
           'Allowed range removed'.
        02 filler pic x(08) value 'MSG00491'.
        02 filler pic x(60) value
           'パラメータ名を入力してください'.
        02 filler pic x(60) value
           'Enter the parameter name'.
        02 filler pic x(08) value 'MSG00492'.
        02 filler pic x(60) value
           '値を入力してください'.
        02 filler pic x(60) value
           'Enter the value'.
        02 filler pic x(08) value 'MSG00493'.
        02 filler pic x(60) value
           'パラメータマスタを開けません'.
        02 filler pic x(60) value
           'Cannot open the parameter master'.
        02 filler pic x(08) value 'MSG00494'.
        02 filler pic x(60) value
           '該当するパラメータがありません'.
        02 filler pic x(60) value
           'No such parameter'.
        02 filler pic x(08) value 'MSG00495'.
        02 filler pic x(60) value
           '値は範囲内の整数で入力してください'.
        02 filler pic x(60) value
           'Enter a whole number within the range'.
        02 filler pic x(08) value 'MSG00496'.
        02 filler pic x(60) value
           'パラメータを変更しました'.
        02 filler pic x(60) value
           'Parameter changed'.
        02 filler pic x(08) value 'MSG00497'.
        02 filler pic x(60) value
           'マスタに値がありません'.
        02 filler pic x(60) value
           'The master holds no value'.
        02 filler pic x(08) value 'MSG00498'.
        02 filler pic x(60) value
           'パラメータを解除しました'.
        02 filler pic x(60) value
           'Parameter reset'.
        02 filler pic x(08) value 'MSG00499'.
        02 filler pic x(60) value
           '理由を入力してください'.
        02 filler pic x(60) value
           'Enter the reason'.
        02 filler pic x(08) value 'MSG00500'.
        02 filler pic x(60) value
           'メンテナンスファイルを開けません'.
        02 filler pic x(60) value
           'Cannot open the maintenance file'.
        02 filler pic x(08) value 'MSG00501'.
        02 filler pic x(60) value
           'すでにメンテナンス中です'.
        02 filler pic x(60) value
           'Maintenance is already on'.
        02 filler pic x(08) value 'MSG00502'.
        02 filler pic x(60) value
           'メンテナンスを開始しました'.
        02 filler pic x(60) value
           'Maintenance started'.
        02 filler pic x(08) value 'MSG00503'.
        02 filler pic x(60) value
           'メンテナンス中ではありません'.
        02 filler pic x(60) value
           'Maintenance is not on'.
        02 filler pic x(08) value 'MSG00504'.
        02 filler pic x(60) value
           'メンテナンスを終了しました'.
        02 filler pic x(60) value
           'Maintenance ended'.
        02 filler pic x(08) value 'MSG00505'.
        02 filler pic x(60) value
           '終了予定日時が不正です'.
        02 filler pic x(60) value
           'The planned end date and time are invalid'.
        02 filler pic x(08) value 'MSG00506'.
        02 filler pic x(60) value
           '年月はYYYYMMで指定してください'.
        02 filler pic x(60) value
           'Give the month as YYYYMM'.
        02 filler pic x(08) value 'MSG00507'.
        02 filler pic x(60) value
           '照合済を登録しました'.
        02 filler pic x(60) value
           'Marked as reconciled'.
        02 filler pic x(08) value 'MSG00508'.
        02 filler pic x(60) value
           '照合済を取り消しました'.
        02 filler pic x(60) value
           'Reconciled mark cleared'.
        02 filler pic x(08) value 'MSG00509'.
        02 filler pic x(60) value
           '例外を登録しました'.
        02 filler pic x(60) value
           'Exception recorded'.
        02 filler pic x(08) value 'MSG00510'.
        02 filler pic x(60) value
           '例外を取り消しました'.
        02 filler pic x(60) value
           'Exception cleared'.
        02 filler pic x(08) value 'MSG00511'.
        02 filler pic x(60) value
           '例外の理由を入力してください'.
        02 filler pic x(60) value
           'Enter the reason for the exception'.
        02 filler pic x(08) value 'MSG00512'.
        02 filler pic x(60) value
           'チェックリストを更新できません'.
        02 filler pic x(60) value
           'Could not update the checklist'.
        02 filler pic x(08) value 'MSG00513'.
        02 filler pic x(45) value
           '締めチェックリストに未完了の項'.
        02 filler pic x(15) value
           '目がありま'.
        02 filler pic x(60) value
           'The close checklist has open items'.
       01 msg-seed-tab redefines msg-seed-list.
        02 msg-seed occurs 601.
         03 seed-id          pic x(08).
         03 seed-ja          pic x(60).
         03 seed-en          pic x(60).
       01 msg-seed-count     pic 9(04) value 601.
