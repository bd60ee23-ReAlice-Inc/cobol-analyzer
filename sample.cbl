      * 修正日      : 2026-09-02 会計仕訳抽出を追加
      * 修正日      : 2026-09-02 バッチの1パス集計化
      * 修正日      : 2026-09-02 レシート番号対応を追加
      * 修正日      : 2026-10-15 発注提案と入荷照合を追加
      * 修正日      : 2026-10-15 棚卸差異と在庫の月次繰越
      * 修正日      : 2026-10-15 店間移動の照合表を追加
      * 修正日      : 2026-10-15 特売単価と企画実績表
      * 修正日      : 2026-10-15 レジ精算と過不足表を追加
      * 修正日      : 2026-10-15 営業日と取込状況表を追加
      * 修正日      : 2026-10-15 仕訳送信履歴と差額抽出
      * 修正日      : 2026-10-15 バッチ再開と終了コード
      * 修正日      : 2026-10-15 売上予測と予算案作成
      * 修正日      : 2026-10-15 不動在庫表とCSVを追加
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNLOG.
           SELECT BATCH-STEP-FILE ASSIGN TO "BATSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATSTP.
           SELECT UPLOAD-FILE ASSIGN TO "UPLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UPLOAD.
           SELECT INTAKE-REGISTER-FILE ASSIGN TO "TORREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TORREG.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SHIMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SHIMAS.
           SELECT ORDER-FILE ASSIGN TO "HACCHU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HACCHU.
           SELECT ORDER-REPORT-FILE ASSIGN TO "HATREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HATREP.
           SELECT RECEIPT-EXCEPTION-FILE ASSIGN TO "NYKEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NYKEXC.
           SELECT BACKORDER-REPORT-FILE ASSIGN TO "ZANREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZANREP.
           SELECT STOCK-COUNT-FILE ASSIGN TO "TANADAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TANADAT.
           SELECT COUNT-VARIANCE-REPORT-FILE ASSIGN TO "TANREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TANREP.
           SELECT STOCK-MOVE-FILE
               ASSIGN TO DYNAMIC WS-ZAIIDO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZAIIDO.
           SELECT STOCK-MOVE-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ZAIIDO-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZAIARC.
           SELECT STOCK-SUMMARY-REPORT-FILE ASSIGN TO "ZAISUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZAISUM.
           SELECT TRANSFER-FILE ASSIGN TO "IDODAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IDODAT.
           SELECT TRANSFER-REPORT-FILE ASSIGN TO "IDOREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IDOREP.
           SELECT PROMOTION-FILE ASSIGN TO "TOKBAI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOKBAI.
           SELECT CAMPAIGN-REPORT-FILE ASSIGN TO "TOKREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOKREP.
           SELECT SETTLEMENT-FILE ASSIGN TO "SEISAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEISAN.
           SELECT OVER-SHORT-FILE ASSIGN TO "KAFUSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KAFUSO.
           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "SEIREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEIREP.
           SELECT STORE-CALENDAR-FILE ASSIGN TO "EIGYO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EIGYO.
           SELECT UPLOAD-STATUS-REPORT-FILE ASSIGN TO "UPLREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UPLREP.
           SELECT SIWAKE-LOG-FILE ASSIGN TO "SWLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SWLOG.
           SELECT SIWAKE-ACK-FILE ASSIGN TO "SWACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SWACK.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "YOSOKU.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YOSOKU.
           SELECT DRAFT-BUDGET-FILE ASSIGN TO "YOSANAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YOSANAN.
           SELECT DEAD-STOCK-REPORT-FILE ASSIGN TO "FUDREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUDREP.
           SELECT DEAD-STOCK-CSV-FILE ASSIGN TO "FUDREP.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUDCSV.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE       PIC X(100).

       FD  BATCH-STEP-FILE.
       01  BATCH-STEP-RECORD.
           05 BS-RUN-DATE     PIC 9(08).
           05 BS-YYYYMM       PIC X(06).
           05 BS-STEP-CODE    PIC X(01).
           05 BS-STATUS       PIC X(01).
           05 BS-END-TIME     PIC 9(08).
      * 夜間バッチのステップ記録 (追記のみ)。
      * BS-STEP-CODE は帳票区分、BS-STATUS: 'C'=完了
      * 'F'=異常。同日・同年月の完了ステップは
      * 再実行時に飛ばす。

       FD  UPLOAD-FILE.
       01  UPLOAD-RECORD.
           05 UP-RECORD-TYPE  PIC X(01).
       01  NYUKA-RECORD.
           05 NK-RECORD-TYPE  PIC X(01).
      * NK-RECORD-TYPE: 'H'=ヘッダー 'D'=明細 'T'=トレーラー
           05 NK-BODY         PIC X(35).
           05 NK-HEADER-BODY REDEFINES NK-BODY.
              10 NK-HD-TENPO-CODE   PIC 9(03).
              10 NK-HD-DATE         PIC 9(08).
              10 FILLER             PIC X(24).
           05 NK-DETAIL-BODY REDEFINES NK-BODY.
              10 NK-DT-DATE         PIC 9(08).
              10 NK-DT-TENPO-CODE   PIC 9(03).
              10 NK-DT-SHOHIN-CODE  PIC X(04).
              10 NK-DT-QUANTITY     PIC 9(05).
              10 NK-DT-IO-KBN       PIC X(01).
              10 NK-DT-PARTNER-TENPO PIC 9(03).
              10 NK-DT-PARTNER-X REDEFINES NK-DT-PARTNER-TENPO
                                    PIC X(03).
              10 NK-DT-SLIP-NO      PIC 9(06).
              10 FILLER             PIC X(05).
           05 NK-TRAILER-BODY REDEFINES NK-BODY.
              10 NK-TR-RECORD-COUNT PIC 9(05).
              10 NK-TR-QTY-TOTAL    PIC 9(08).
              10 FILLER             PIC X(22).
      * NK-DT-IO-KBN: 'I'=入庫(移動入含む) 'O'=移動出庫
      * NK-DT-PARTNER-TENPO: 店間移動の相手店舗
      *   ('O'は必須。'I'で空白なら仕入先からの入荷)
      * NK-DT-SLIP-NO: 店間移動の伝票番号 (両店共通)

       FD  ZAIKO-REPORT-FILE.
       01  ZAIKO-REPORT-LINE  PIC X(80).
           05 SW-HEADER-BODY REDEFINES SW-BODY.
              10 SW-HD-YYYYMM       PIC X(06).
              10 SW-HD-CREATE-DATE  PIC 9(08).
              10 SW-HD-SEQ-NO       PIC 9(03).
              10 SW-HD-KIND         PIC X(01).
              10 FILLER             PIC X(22).
           05 SW-DETAIL-BODY REDEFINES SW-BODY.
              10 SW-DT-DATE         PIC 9(08).
              10 SW-DT-TENPO-CODE   PIC 9(03).
              10 SW-DT-LINE-KBN     PIC X(01).
              10 SW-DT-AMOUNT       PIC 9(09).
              10 SW-DT-SIGN         PIC X(01).
              10 FILLER             PIC X(18).
           05 SW-TRAILER-BODY REDEFINES SW-BODY.
              10 SW-TR-RECORD-COUNT PIC 9(05).
              10 SW-TR-AMOUNT-HASH  PIC 9(12).
              10 FILLER             PIC X(23).
      * SW-DT-LINE-KBN: '1'=売上(税抜) '2'=消費税10%
      *                 '3'=消費税8%   '4'=返品(控除)
      *                 '5'=現金過剰   '6'=現金不足
      * SW-TR-AMOUNT-HASH は明細金額の単純合計
      * SW-HD-SEQ-NO: 月内の送信連番 (001～)
      * SW-HD-KIND: 'F'=全量 'A'=差額調整 (送信済との差)
      * SW-DT-SIGN: 空白=計上 '-'=取消 (差額調整の減額)

       FD  INTAKE-REGISTER-FILE.
       01  INTAKE-REGISTER-RECORD.
      * 取込済みバッチの台帳 (店舗×営業日)。
      * 同一店舗×営業日の再送は取込を拒否する。

       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SI-SHOHIN-CODE  PIC X(04).
           05 SI-SUPPLIER-CODE PIC X(05).
           05 SI-SUPPLIER-NAME PIC X(20).
           05 SI-LEAD-DAYS    PIC 9(03).
           05 SI-ORDER-LOT    PIC 9(05).
      * 商品毎の仕入先/リードタイム(日)/発注単位
      * SI-ORDER-LOT: 発注数の丸め単位 (0は1個単位)

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 HC-ORDER-NO     PIC 9(06).
           05 HC-ORDER-DATE   PIC 9(08).
           05 HC-TENPO-CODE   PIC 9(03).
           05 HC-SHOHIN-CODE  PIC X(04).
           05 HC-SUPPLIER-CODE PIC X(05).
           05 HC-ORDER-QTY    PIC 9(05).
           05 HC-DUE-DATE     PIC 9(08).
           05 HC-RECEIVED-QTY PIC 9(05).
           05 HC-STATUS       PIC X(01).
      * HC-STATUS: 'O'=未入荷 'P'=一部入荷 'C'=完納
      * 完納分も履歴として残す。

       FD  ORDER-REPORT-FILE.
       01  ORDER-REPORT-LINE  PIC X(100).

       FD  RECEIPT-EXCEPTION-FILE.
       01  RECEIPT-EXCEPTION-RECORD.
           05 RX-DATE         PIC 9(08).
           05 RX-TENPO-CODE   PIC 9(03).
           05 RX-SHOHIN-CODE  PIC X(04).
           05 RX-QUANTITY     PIC 9(05).
           05 RX-KIND         PIC X(01).
           05 RX-ORDER-NO     PIC 9(06).
           05 RX-TAKEN-DATE   PIC 9(08).
      * RX-KIND: 'V'=過剰入荷 'U'=発注なし入荷
      * RX-ORDER-NO: 過剰分の引当発注 (発注なしは0)

       FD  BACKORDER-REPORT-FILE.
       01  BACKORDER-REPORT-LINE PIC X(100).

       FD  STOCK-COUNT-FILE.
       01  STOCK-COUNT-RECORD.
           05 TC-TENPO-CODE   PIC 9(03).
           05 TC-SHOHIN-CODE  PIC X(04).
           05 TC-COUNT-QTY    PIC 9(06).
           05 TC-COUNT-DATE   PIC 9(08).
      * 棚卸表 (店舗×商品の実棚数と棚卸日)。
      * 帳簿は棚卸日時点 (以降の受払を戻した数)。

       FD  COUNT-VARIANCE-REPORT-FILE.
       01  COUNT-VARIANCE-REPORT-LINE PIC X(100).

       FD  STOCK-MOVE-FILE.
       01  STOCK-MOVE-RECORD.
           05 IV-DATE         PIC 9(08).
           05 IV-TENPO-CODE   PIC 9(03).
           05 IV-SHOHIN-CODE  PIC X(04).
           05 IV-KIND         PIC X(01).
           05 IV-QTY          PIC S9(06) SIGN LEADING SEPARATE.
           05 IV-TAKEN-DATE   PIC 9(08).
      * 在庫受払記録 (7250 の計上ごとに1行)。
      * IV-DATE : 受払の発生日 (売上日/入荷日/棚卸日)
      * IV-KIND : 'I'=入庫 'O'=移動出庫 'S'=売上
      *           'R'=返品 'A'=棚卸調整
      * IV-QTY  : 在庫の増減 (減は負)
      * 月次締めで締め月以前の行を ZAIIDO.YYYYMM へ
      * 移し、期首を繰り越す。

       FD  STOCK-MOVE-ARCHIVE-FILE.
       01  STOCK-MOVE-ARCHIVE-RECORD PIC X(30).

       FD  STOCK-SUMMARY-REPORT-FILE.
       01  STOCK-SUMMARY-REPORT-LINE PIC X(100).

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05 IT-SLIP-NO      PIC 9(06).
           05 IT-FROM-TENPO   PIC 9(03).
           05 IT-TO-TENPO     PIC 9(03).
           05 IT-SHOHIN-CODE  PIC X(04).
           05 IT-OUT-DATE     PIC 9(08).
           05 IT-OUT-QTY      PIC 9(06).
           05 IT-IN-DATE      PIC 9(08).
           05 IT-IN-QTY       PIC 9(06).
           05 IT-STATUS       PIC X(01).
      * 店間移動台帳 (伝票×出庫店×入庫店×商品)。
      * IT-STATUS: 'T'=移動中(出庫のみ) 'R'=入庫のみ
      *            'M'=照合済 'Q'=数量相違
      * 未計上側の日付/数量は0。

       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-REPORT-LINE PIC X(100).

       FD  PROMOTION-FILE.
       01  PROMOTION-RECORD.
           05 TK-PROMO-CODE   PIC X(06).
           05 TK-SHOHIN-CODE  PIC X(04).
           05 TK-TENPO-CODE   PIC 9(03).
           05 TK-REGION       PIC X(02).
           05 TK-START-DATE   PIC 9(08).
           05 TK-END-DATE     PIC 9(08).
           05 TK-PROMO-PRICE  PIC 9(05).
           05 TK-DISCOUNT-RATE PIC 9(02).
      * 特売/値下げ (企画コード×商品×対象×期間)。
      * 対象: TK-TENPO-CODE≠0 はその店舗のみ、0 なら
      *       TK-REGION の地域 (空白は全店)。
      * TK-PROMO-PRICE: 特売単価 (0 なら割引率%を
      *       売上日時点の通常単価に適用)。

       FD  CAMPAIGN-REPORT-FILE.
       01  CAMPAIGN-REPORT-LINE PIC X(120).

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05 RS-TENPO-CODE   PIC 9(03).
           05 RS-DATE         PIC 9(08).
           05 RS-CASH         PIC 9(09).
           05 RS-CARD         PIC 9(09).
           05 RS-VOUCHER      PIC 9(09).
      * レジ精算 (店舗×営業日に1行、金種別の合計)。
      * 同じ店舗/日の行が複数あれば後の行を採る。

       FD  OVER-SHORT-FILE.
       01  OVER-SHORT-RECORD.
           05 KF-TENPO-CODE   PIC 9(03).
           05 KF-DATE         PIC 9(08).
           05 KF-KBN          PIC X(01).
           05 KF-AMOUNT       PIC 9(09).
           05 KF-CONFIRM-DATE PIC 9(08).
           05 KF-OPERATOR     PIC X(08).
      * 確定済みの現金過不足 (追記のみ)。
      * KF-KBN: 'O'=過剰 (精算>売上) / 'S'=不足。
      * 確定後に売上が変われば差分だけを追記する。

       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-LINE PIC X(100).

       FD  STORE-CALENDAR-FILE.
       01  STORE-CALENDAR-RECORD.
           05 EG-KBN          PIC X(01).
           05 EG-TENPO-CODE   PIC 9(03).
           05 EG-WEEKDAY      PIC 9(01).
           05 EG-FROM-DATE    PIC 9(08).
           05 EG-TO-DATE      PIC 9(08).
      * 店舗営業日カレンダー。記載なしは営業日。
      * EG-KBN: 'W'=定休日 (EG-WEEKDAY 1=月..7=日)
      *         'C'=臨時休業 / 'O'=臨時営業 (期間指定、
      *         EG-TO-DATE が0なら1日のみ)。
      * EG-TENPO-CODE が 000 なら全店に適用する。
      * 'O' は同じ日の定休日/臨時休業に優先。

       FD  UPLOAD-STATUS-REPORT-FILE.
       01  UPLOAD-STATUS-REPORT-LINE PIC X(100).

       FD  SIWAKE-LOG-FILE.
       01  SIWAKE-LOG-RECORD.
           05 SL-RECORD-TYPE  PIC X(01).
           05 SL-YYYYMM       PIC X(06).
           05 SL-SEQ-NO       PIC 9(03).
           05 SL-BODY         PIC X(30).
           05 SL-DETAIL-BODY REDEFINES SL-BODY.
              10 SL-DT-DATE         PIC 9(08).
              10 SL-DT-TENPO-CODE   PIC 9(03).
              10 SL-DT-LINE-KBN     PIC X(01).
              10 SL-DT-AMOUNT       PIC S9(09) SIGN LEADING
                                               SEPARATE.
              10 FILLER             PIC X(08).
           05 SL-TRAILER-BODY REDEFINES SL-BODY.
              10 SL-TR-KIND         PIC X(01).
              10 SL-TR-SEND-DATE    PIC 9(08).
              10 SL-TR-RECORD-COUNT PIC 9(05).
              10 SL-TR-AMOUNT-HASH  PIC 9(12).
              10 FILLER             PIC X(04).
      * 仕訳送信記録 (追記のみ)。SIWAKE.DAT の明細と
      * 同じ行を 'D' で、送信完了を 'T' で記録する。
      * 'T' のない連番は送信されていないものとする。
      * SL-DT-AMOUNT は取消 ('-') を負数で持つ。

       FD  SIWAKE-ACK-FILE.
       01  SIWAKE-ACK-RECORD.
           05 AK-YYYYMM       PIC X(06).
           05 AK-SEQ-NO       PIC 9(03).
           05 AK-STATUS       PIC X(01).
           05 AK-ACK-DATE     PIC 9(08).
      * 経理からの受領結果。AK-STATUS: 'A'=受理
      * 'R'=差戻し。同じ連番は後の行を採る。

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE PIC X(100).

       FD  DRAFT-BUDGET-FILE.
       01  DRAFT-BUDGET-RECORD.
           05 YA-TENPO-CODE   PIC 9(03).
           05 YA-YYYYMM       PIC X(06).
           05 YA-DRAFT-AMOUNT PIC 9(09).
           05 YA-CUR-AMOUNT   PIC 9(09).
           05 YA-FLAG         PIC X(01).
           05 YA-BASE-YYYYMM  PIC X(06).
      * 予算案 (売上予測から作成)。先頭18桁は YOSAN.DAT
      * と同じ並び。担当者が YA-DRAFT-AMOUNT を見直し
      * てから予算保守の 'L' で YOSAN.DAT へ取り込む。
      * YA-CUR-AMOUNT: 作成時点の現予算 (参考)
      * YA-FLAG: '*'=現予算と大きく乖離 'N'=現予算なし

       FD  DEAD-STOCK-REPORT-FILE.
       01  DEAD-STOCK-REPORT-LINE PIC X(120).

       FD  DEAD-STOCK-CSV-FILE.
       01  DEAD-STOCK-CSV-LINE PIC X(150).

       WORKING-STORAGE SECTION.
      * File Status
       01  FILE-STATUS-FIELDS.
           05 FS-RANKREP      PIC XX.
           05 FS-BATPRM       PIC XX.
           05 FS-RUNLOG       PIC XX.
           05 FS-BATSTP       PIC XX.
           05 FS-UPLOAD       PIC XX.
           05 FS-SHOPRC       PIC XX.
           05 FS-YOSAN        PIC XX.
           05 FS-CHKREP       PIC XX.
           05 FS-SIWAKE       PIC XX.
           05 FS-TORREG       PIC XX.
           05 FS-SHIMAS       PIC XX.
           05 FS-HACCHU       PIC XX.
           05 FS-HATREP       PIC XX.
           05 FS-NYKEXC       PIC XX.
           05 FS-ZANREP       PIC XX.
           05 FS-TANADAT      PIC XX.
           05 FS-TANREP       PIC XX.
           05 FS-ZAIIDO       PIC XX.
           05 FS-ZAIARC       PIC XX.
           05 FS-ZAISUM       PIC XX.
           05 FS-IDODAT       PIC XX.
           05 FS-IDOREP       PIC XX.
           05 FS-TOKBAI       PIC XX.
           05 FS-TOKREP       PIC XX.
           05 FS-SEISAN       PIC XX.
           05 FS-KAFUSO       PIC XX.
           05 FS-SEIREP       PIC XX.
           05 FS-EIGYO        PIC XX.
           05 FS-UPLREP       PIC XX.
           05 FS-SWLOG        PIC XX.
           05 FS-SWACK        PIC XX.
           05 FS-YOSOKU       PIC XX.
           05 FS-YOSANAN      PIC XX.
           05 FS-FUDREP       PIC XX.
           05 FS-FUDCSV       PIC XX.

      * Flags and Counters
       01  WS-EOF-FLAGS.
           05 WS-URIARC-EOF-FLG   PIC X VALUE 'N'.
              88 URIARC-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-SHIMAS-EOF-FLG   PIC X VALUE 'N'.
              88 SHIMAS-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-HACCHU-EOF-FLG   PIC X VALUE 'N'.
              88 HACCHU-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-NYKEXC-EOF-FLG   PIC X VALUE 'N'.
              88 NYKEXC-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-TANADAT-EOF-FLG  PIC X VALUE 'N'.
              88 TANADAT-EOF      VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-ZAIIDO-EOF-FLG   PIC X VALUE 'N'.
              88 ZAIIDO-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-IDODAT-EOF-FLG   PIC X VALUE 'N'.
              88 IDODAT-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-TOKBAI-EOF-FLG   PIC X VALUE 'N'.
              88 TOKBAI-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-SEISAN-EOF-FLG   PIC X VALUE 'N'.
              88 SEISAN-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-KAFUSO-EOF-FLG   PIC X VALUE 'N'.
              88 KAFUSO-EOF       VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-EIGYO-EOF-FLG    PIC X VALUE 'N'.
              88 EIGYO-EOF        VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-SWLOG-EOF-FLG    PIC X VALUE 'N'.
              88 SWLOG-EOF        VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-SWACK-EOF-FLG    PIC X VALUE 'N'.
              88 SWACK-EOF        VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.
           05 WS-YOSANAN-EOF-FLG  PIC X VALUE 'N'.
              88 YOSANAN-EOF      VALUE 'Y'
                                  WHEN SET TO FALSE 'N'.

      * 未突合 (マスター不一致) 検出フラグ
       01  WS-MATCH-FLAGS.
                                  WHEN SET TO FALSE 'N'.

      * SALESPRM.DAT があれば無人バッチ実行とする。
      * 複数行可。帳票区分'Z'は主要7帳票と
      * POS取込状況表の一括。
      * 販売実績は1回の読みで全テーブルへ集計する。
       01  WS-BATCH-MODE-FLG   PIC X VALUE 'N'.
           88 BATCH-MODE-ACTIVE    VALUE 'Y'
       01  WS-COMBINED-PASS-FLG PIC X VALUE 'N'.
           88 COMBINED-PASS-DONE   VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
      * ステップ再開 (BATSTP.DAT)。本日・同年月で
      * 完了済みのステップ (帳票区分) を控える。
       01  WS-BSTEP-CODE        PIC X(01) VALUE SPACE.
       01  WS-BSTEP-DONE-COUNT  PIC 9(02) VALUE 0.
       01  WS-BSTEP-DONE-TABLE.
           05 WS-BSTEP-DONE-CODE PIC X(01) OCCURS 40 TIMES
                                 INDEXED BY BS-IDX.
       01  WS-BSTEP-EOF-FLG     PIC X VALUE 'N'.
           88 BATSTP-EOF           VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-BSTEP-DONE-FLG    PIC X VALUE 'N'.
           88 BATCH-STEP-DONE      VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-BSTEP-RUN-FLG     PIC X VALUE 'N'.
           88 BATCH-STEP-RUN       VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-BSTEP-ERROR-FLG   PIC X VALUE 'N'.
           88 BATCH-STEP-ERROR     VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-BSTEP-STOP-FLG    PIC X VALUE 'N'.
           88 BATCH-STOPPED        VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-BSTEP-RESUME-FLG  PIC X VALUE 'N'.
           88 BATCH-RESUMED        VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-BSTEP-PASS-FLG    PIC X VALUE 'N'.
           88 BATCH-PASS-NEEDED    VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-BSTEP-TIME        PIC 9(08) VALUE 0.
      * 終了コード (0=正常 4=警告 8=異常終了)
      * 警告: 保留データの新規発生/上限超過/異常状態
       01  WS-JOB-RC            PIC 9(02) VALUE 0.
       01  WS-JOB-WARN-FLG      PIC X VALUE 'N'.
           88 JOB-HAS-WARNING      VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-JOB-FATAL-FLG     PIC X VALUE 'N'.
           88 JOB-FATAL            VALUE 'Y'
                                   WHEN SET TO FALSE 'N'.
       01  WS-BATCH-REQ-FLAGS.
           05 WS-BREQ-TENREP   PIC X VALUE 'N'. *> '1'
           05 WS-BREQ-SHOREP   PIC X VALUE 'N'. *> '2'
           05 WS-BREQ-YTD      PIC X VALUE 'N'. *> 'H'
           05 WS-BREQ-AUDIT    PIC X VALUE 'N'. *> 'I'
           05 WS-BREQ-SIWAKE   PIC X VALUE 'N'. *> 'J'
           05 WS-BREQ-HATREP   PIC X VALUE 'N'. *> 'K'
           05 WS-BREQ-ZANREP   PIC X VALUE 'N'. *> 'L'
           05 WS-BREQ-TANREP   PIC X VALUE 'N'. *> 'M'
           05 WS-BREQ-IDOREP   PIC X VALUE 'N'. *> 'N'
           05 WS-BREQ-TOKREP   PIC X VALUE 'N'. *> 'O'
           05 WS-BREQ-SEIREP   PIC X VALUE 'N'. *> 'P'
           05 WS-BREQ-UPLREP   PIC X VALUE 'N'. *> 'Q'
           05 WS-BREQ-YOSOKU   PIC X VALUE 'N'. *> 'R'
           05 WS-BREQ-FUDREP   PIC X VALUE 'N'. *> 'S'

       01  WS-USER-CHOICE      PIC X(1).
      * 対象年月 (報告・集計とも同じ値で絞り込む)
           05 WS-YRT-RATE             PIC X(06).
           05 WS-YRT-RATE-PCT         PIC X(01).

      * 売上予測 (YOSOKU.TXT) と予算案 (YOSANAN.DAT)
      * 基準月までの16ヶ月 (WS-FC-HIST-YYYYMM 16=基準月)
      * を読み、基準月の翌月から年度末 (3月) までを
      * 前年同月×傾向率で予測する。傾向率は直近
      * 3ヶ月と前年同期3ヶ月の比 (上下限あり)。
      * 前年同月が無い場合は直近3ヶ月の平均とする。
       01  WS-FC-MONTH-TABLE.
           05 WS-FC-HIST-YYYYMM       PIC X(06) OCCURS 16 TIMES.
           05 WS-FC-FCST-YYYYMM       PIC X(06) OCCURS 12 TIMES.
       01  WS-FC-MONTH-COUNT          PIC 9(02) VALUE 0.
       01  WS-FC-H                    PIC 9(02) VALUE 0.
       01  WS-FC-F                    PIC 9(02) VALUE 0.
       01  WS-FC-TREND-END            PIC 9(02) VALUE 16.
       01  WS-FC-TREND-START          PIC 9(02) VALUE 14.
       01  WS-FC-YM                   PIC 9(06) VALUE 0.
       01  WS-FC-YM-R REDEFINES WS-FC-YM.
           05 WS-FC-YM-YYYY           PIC 9(04).
           05 WS-FC-YM-MM             PIC 9(02).
       01  WS-FC-TODAY-YYYYMM         PIC X(06) VALUE SPACES.
       01  WS-FC-STORE-TABLE.
           05 WS-FC-STORE OCCURS 50 TIMES INDEXED BY FCS-IDX.
              10 WS-FC-ST-HIST        PIC S9(11) OCCURS 16 TIMES.
              10 WS-FC-ST-TREND       PIC 9(01)V9(04).
              10 WS-FC-ST-FCST        PIC 9(11) OCCURS 12 TIMES.
              10 WS-FC-ST-ALERT       PIC X(01).
       01  WS-FC-PRODUCT-TABLE.
           05 WS-FC-PRODUCT OCCURS 200 TIMES INDEXED BY FCP-IDX.
              10 WS-FC-PR-HIST-AMT    PIC S9(11) OCCURS 16 TIMES.
              10 WS-FC-PR-HIST-QTY    PIC S9(07) OCCURS 16 TIMES.
              10 WS-FC-PR-TREND       PIC 9(01)V9(04).
              10 WS-FC-PR-FCST-AMT    PIC 9(11) OCCURS 12 TIMES.
              10 WS-FC-PR-FCST-QTY    PIC 9(07) OCCURS 12 TIMES.
      * 傾向率の上下限と予算乖離の警告率 (%)
       01  WS-FC-TREND-LOW            PIC 9(01)V9(04) VALUE 0.5.
       01  WS-FC-TREND-HIGH           PIC 9(01)V9(04) VALUE 2.0.
       01  WS-FC-ALERT-PCT            PIC 9(03)V9(01) VALUE 20.0.
      * 予算案は千円単位に丸める
       01  WS-FC-ROUND-UNIT           PIC 9(05) VALUE 1000.
       01  WS-FC-SIGN                 PIC S9(01) VALUE 1.
       01  WS-FC-W-RECENT             PIC S9(12) VALUE 0.
       01  WS-FC-W-PRIOR              PIC S9(12) VALUE 0.
       01  WS-FC-W-TREND              PIC 9(01)V9(04) VALUE 0.
       01  WS-FC-W-LY                 PIC S9(11) VALUE 0.
       01  WS-FC-W-AVG                PIC S9(11) VALUE 0.
       01  WS-FC-W-RESULT             PIC 9(11) VALUE 0.
       01  WS-FC-W-UNITS              PIC 9(08) VALUE 0.
       01  WS-FC-W-CODE               PIC 9(03) VALUE 0.
       01  WS-FC-W-YYYYMM             PIC X(06) VALUE SPACES.
       01  WS-FC-W-PCT                PIC S9(05)V9(01) VALUE 0.
       01  WS-FC-W-REST               PIC 9(12) VALUE 0.
       01  WS-FC-W-REST-QTY           PIC 9(08) VALUE 0.
       01  WS-FC-TOT-LY               PIC S9(12) VALUE 0.
       01  WS-FC-TOT-NEXT             PIC 9(12) VALUE 0.
       01  WS-FC-TOT-BUDGET           PIC 9(12) VALUE 0.
       01  WS-FC-TOT-REST             PIC 9(12) VALUE 0.
       01  WS-FC-ALERT-COUNT          PIC 9(03) VALUE 0.
       01  WS-FC-DRAFT-COUNT          PIC 9(05) VALUE 0.
       01  WS-FC-COUNT-ED             PIC ZZZZ9.
       01  WS-FC-PCT-ED               PIC ZZZ9.9-.
       01  WS-FC-LIMIT-ED             PIC ZZ9.9.
       01  WS-YOSOKU-HEADER1          PIC X(100).
       01  WS-YOSOKU-TITLE-LINE       PIC X(100).
       01  WS-YOSOKU-STORE-HEADER.
           05 FILLER       PIC X(06) VALUE "店舗".
           05 FILLER       PIC X(20) VALUE "店舗名".
           05 FILLER       PIC X(13) VALUE "前年同月".
           05 FILLER       PIC X(09) VALUE "傾向率".
           05 FILLER       PIC X(12) VALUE "翌月予測".
           05 FILLER       PIC X(12) VALUE "現予算".
           05 FILLER       PIC X(11) VALUE "乖離率".
           05 FILLER       PIC X(15) VALUE "年度残予測".
       01  WS-YOSOKU-STORE-LINE.
           05 WS-FCD-CODE             PIC X(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-FCD-NAME             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCD-LY               PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCD-TREND            PIC ZZ9.9.
           05 WS-FCD-TREND-PCT        PIC X(01) VALUE "%".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCD-NEXT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCD-BUDGET           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCD-DIFF             PIC X(08).
           05 WS-FCD-FLAG             PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCD-REST             PIC ZZ,ZZZ,ZZZ,ZZ9.
      * 乖離率は 翌月予測/現予算-1 (現予算なしは '---')
      * WS-FCD-FLAG: 予測期間のいずれかの月で乖離率が
      * WS-FC-ALERT-PCT を超えると ' *'
       01  WS-YOSOKU-STORE-TOTAL.
           05 FILLER                  PIC X(27) VALUE "合計".
           05 WS-FCT-LY               PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 WS-FCT-NEXT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCT-BUDGET           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 WS-FCT-REST             PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-YOSOKU-PRODUCT-HEADER.
           05 FILLER       PIC X(06) VALUE "商品".
           05 FILLER       PIC X(30) VALUE "商品名".
           05 FILLER       PIC X(09) VALUE "前年数".
           05 FILLER       PIC X(13) VALUE "前年同月".
           05 FILLER       PIC X(06) VALUE "傾向".
           05 FILLER       PIC X(09) VALUE "翌月数".
           05 FILLER       PIC X(12) VALUE "翌月予測".
           05 FILLER       PIC X(15) VALUE "年度残予測".
       01  WS-YOSOKU-PRODUCT-LINE.
           05 WS-FCP-CODE             PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-FCP-NAME             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCP-LY-QTY           PIC ZZZZZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCP-LY-AMT           PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCP-TREND            PIC ZZ9.9.
           05 WS-FCP-TREND-PCT        PIC X(01) VALUE "%".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCP-NEXT-QTY         PIC ZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCP-NEXT-AMT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FCP-REST             PIC ZZ,ZZZ,ZZZ,ZZ9.

      * 不動在庫表 (FUDREP.TXT / FUDREP.CSV)
      * 在庫 (ZAIDAT) の店舗×商品ごとに、作成日から
      * さかのぼる 1/3/6ヶ月の販売数 (返品控除) と
      * 最終販売日を URIDAT とアーカイブから求める。
      * 在庫があり WS-DS-DEAD-MONTHS ヶ月販売の無い
      * 品目を不動とする (対話時は月数を指定可)。
       01  WS-DS-DEFAULT-MONTHS       PIC 9(02) VALUE 3.
       01  WS-DS-DEAD-MONTHS          PIC 9(02) VALUE 3.
       01  WS-DS-MAX-DEAD-MONTHS      PIC 9(02) VALUE 12.
       01  WS-DS-DEAD-INPUT           PIC X(02) VALUE SPACES.
       01  WS-DS-MONTHS-BACK          PIC 9(02) VALUE 0.
       01  WS-DS-WORK-DATE            PIC 9(08) VALUE 0.
       01  WS-DS-WORK-DATE-R REDEFINES WS-DS-WORK-DATE.
           05 WS-DS-WORK-YYYY         PIC 9(04).
           05 WS-DS-WORK-MM           PIC 9(02).
           05 WS-DS-WORK-DD           PIC 9(02).
       01  WS-DS-FROM-1               PIC 9(08) VALUE 0.
       01  WS-DS-FROM-3               PIC 9(08) VALUE 0.
       01  WS-DS-FROM-6               PIC 9(08) VALUE 0.
       01  WS-DS-FROM-DEAD            PIC 9(08) VALUE 0.
      * 販売は WS-DS-FROM-n より後の日付を数える
       01  WS-DS-SCAN-YYYYMM          PIC 9(06) VALUE 0.
       01  WS-DS-SCAN-YYYYMM-R REDEFINES WS-DS-SCAN-YYYYMM.
           05 WS-DS-SCAN-YYYY         PIC 9(04).
           05 WS-DS-SCAN-MM           PIC 9(02).
       01  WS-DS-TO-YYYYMM            PIC 9(06) VALUE 0.
       01  WS-DS-SCAN-NAME            PIC X(06) VALUE SPACES.
       01  WS-DS-SALES-TABLE.
           05 WS-DS-ENTRY OCCURS 2000 TIMES INDEXED BY DSZ-IDX.
              10 WS-DS-LAST-DATE      PIC 9(08).
              10 WS-DS-QTY-1          PIC S9(07).
              10 WS-DS-QTY-3          PIC S9(07).
              10 WS-DS-QTY-6          PIC S9(07).
      * WS-DS-ENTRY は在庫表 (ZK-IDX) と同じ並び
       01  WS-DS-SIGN                 PIC S9(01) VALUE 1.
       01  WS-DS-CUR-REGION           PIC X(02) VALUE SPACES.
       01  WS-DS-NEXT-REGION          PIC X(02) VALUE SPACES.
       01  WS-DS-COST                 PIC 9(05) VALUE 0.
       01  WS-DS-VALUE                PIC S9(11) VALUE 0.
       01  WS-DS-WEEKS                PIC 9(03)V9(01) VALUE 0.
       01  WS-DS-DEAD-FLG             PIC X(01) VALUE 'N'.
           88 DS-DEAD-STOCK           VALUE 'Y'
                                      WHEN SET TO FALSE 'N'.
       01  WS-DS-REGION-TOTALS.
           05 WS-DS-RG-ONHAND         PIC S9(09).
           05 WS-DS-RG-QTY-1          PIC S9(09).
           05 WS-DS-RG-QTY-3          PIC S9(09).
           05 WS-DS-RG-QTY-6          PIC S9(09).
           05 WS-DS-RG-VALUE          PIC S9(11).
           05 WS-DS-RG-DEAD-COUNT     PIC 9(05).
           05 WS-DS-RG-DEAD-VALUE     PIC S9(11).
       01  WS-DS-GRAND-TOTALS.
           05 WS-DS-GT-ONHAND         PIC S9(09).
           05 WS-DS-GT-QTY-1          PIC S9(09).
           05 WS-DS-GT-QTY-3          PIC S9(09).
           05 WS-DS-GT-QTY-6          PIC S9(09).
           05 WS-DS-GT-VALUE          PIC S9(11).
           05 WS-DS-GT-DEAD-COUNT     PIC 9(05).
           05 WS-DS-GT-DEAD-VALUE     PIC S9(11).
       01  WS-DS-COUNT-ED             PIC ZZZZ9.
       01  WS-DS-VALUE-ED             PIC ZZ,ZZZ,ZZZ,ZZ9-.
       01  WS-DS-MONTHS-ED            PIC Z9.
       01  WS-DS-WEEKS-ED             PIC ZZ9.9.
       01  WS-FUDREP-HEADER1          PIC X(120).
       01  WS-FUDREP-TEXT-LINE        PIC X(120).
       01  WS-FUDREP-HEADER2.
           05 FILLER       PIC X(06) VALUE "地区".
           05 FILLER       PIC X(06) VALUE "店舗".
           05 FILLER       PIC X(32) VALUE "商品/商品名".
           05 FILLER       PIC X(10) VALUE "在庫数".
           05 FILLER       PIC X(13) VALUE "最終販売".
           05 FILLER       PIC X(10) VALUE "1ヶ月".
           05 FILLER       PIC X(11) VALUE "3ヶ月".
           05 FILLER       PIC X(11) VALUE "6ヶ月".
           05 FILLER       PIC X(07) VALUE "週数".
           05 FILLER       PIC X(12) VALUE "在庫金額".
       01  WS-FUDREP-DETAIL-LINE.
           05 WS-FDD-REGION           PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-TENPO            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-SHOHIN           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-NAME             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-ONHAND           PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-LAST-DATE        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-QTY-1            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-QTY-3            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-QTY-6            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-WEEKS            PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDD-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05 WS-FDD-FLAG             PIC X(02).
      * 最終販売日が走査範囲に無いときは '----------'
      * 週数 = 在庫数 / (3ヶ月販売数 / 13週)。販売の
      * 無い在庫は '   ***'。WS-FDD-FLAG: 不動は ' *'
       01  WS-FUDREP-TOTAL-LINE.
           05 WS-FDT-LABEL            PIC X(41).
           05 WS-FDT-ONHAND           PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 WS-FDT-QTY-1            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDT-QTY-3            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-FDT-QTY-6            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 WS-FDT-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9-.
       01  WS-FUDCSV-HEADER.
           05 FILLER                  PIC X(53) VALUE
              "REGION,TENPO_CODE,SHOHIN_CODE,SHOHIN_NAME,ONHAND_QTY,".
           05 FILLER                  PIC X(36) VALUE
              "LAST_SALE_DATE,QTY_1M,QTY_3M,QTY_6M,".
           05 FILLER                  PIC X(31) VALUE
              "WEEKS_SUPPLY,STOCK_VALUE,DEAD".
       01  WS-FUDCSV-LINE             PIC X(150).
       01  WS-FUDCSV-QTY-1            PIC Z(6)9-.
       01  WS-FUDCSV-QTY-3            PIC Z(6)9-.
       01  WS-FUDCSV-QTY-6            PIC Z(6)9-.
       01  WS-FUDCSV-ONHAND           PIC Z(6)9-.
       01  WS-FUDCSV-VALUE            PIC Z(10)9-.
       01  WS-FUDCSV-DATE             PIC X(08).
       01  WS-FUDCSV-WEEKS            PIC X(05).

      * 予算案の取込 (予算保守 'L')
       01  WS-MAX-DRAFT               PIC 9(03) VALUE 600.
       01  WS-YA-COUNT                PIC 9(03) VALUE 0.
       01  WS-YA-TABLE.
           05 WS-YA-ENTRY OCCURS 600 TIMES INDEXED BY YAT-IDX.
              10 WS-YA-CODE           PIC 9(03).
              10 WS-YA-YYYYMM         PIC X(06).
              10 WS-YA-AMOUNT         PIC 9(09).
              10 WS-YA-BEFORE         PIC 9(09).
              10 WS-YA-ACTION         PIC X(01).
      * WS-YA-ACTION: 'A'=追加 'U'=更新 'S'=上限で省略
       01  WS-YA-ADD-COUNT            PIC 9(05) VALUE 0.
       01  WS-YA-UPD-COUNT            PIC 9(05) VALUE 0.
       01  WS-YA-SKIP-COUNT           PIC 9(05) VALUE 0.
       01  WS-YA-SAME-COUNT           PIC 9(05) VALUE 0.
       01  WS-YA-DONE-COUNT           PIC 9(05) VALUE 0.
       01  WS-YA-CONFIRM              PIC X(01) VALUE SPACE.
       01  WS-YA-COUNT-ED             PIC ZZZZ9.

      * 販売実績の入力ファイル名 (締め済月は切替)
       01  WS-URIAGE-FILE-NAME        PIC X(13)
                                      VALUE "URIDAT.DAT".
                                      VALUE "SHOMAS.DAT".
       01  WS-YOSAN-FILE-NAME         PIC X(13)
                                      VALUE "YOSAN.DAT".
      * 在庫受払記録 (繰越時は新世代/月別へ切替)
       01  WS-ZAIIDO-FILE-NAME        PIC X(13)
                                      VALUE "ZAIIDO.DAT".
       01  WS-ZAIIDO-ARC-NAME         PIC X(13) VALUE SPACES.

      * 安全書き換え (世代+チェックポイント) 制御
       01  WS-GEN-LIVE-NAME           PIC X(13) VALUE SPACES.
              10 WS-ZK-OPENING        PIC S9(06).
              10 WS-ZK-CURRENT        PIC S9(06).
              10 WS-ZK-REORDER        PIC 9(05).
      * 以下は月次繰越の受払集計用 (ファイル外)
              10 WS-ZK-MV-IN          PIC S9(07).
              10 WS-ZK-MV-OUT         PIC S9(07).
              10 WS-ZK-MV-SALE        PIC S9(07).
              10 WS-ZK-MV-RETURN      PIC S9(07).
              10 WS-ZK-MV-ADJUST      PIC S9(07).
              10 WS-ZK-MV-LATER       PIC S9(07).
       01  WS-ZAIKO-DIRTY-FLG         PIC X VALUE 'N'.
           88 ZAIKO-DIRTY              VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-ZAIKO-POST-TENPO        PIC 9(03) VALUE 0.
       01  WS-ZAIKO-POST-SHOHIN       PIC X(04).
       01  WS-ZAIKO-POST-QTY          PIC S9(05) VALUE 0.
      * 受払記録の区分と発生日 (IV-KIND/IV-DATE)
       01  WS-ZAIKO-POST-KIND         PIC X(01) VALUE SPACE.
       01  WS-ZAIKO-POST-DATE         PIC 9(08) VALUE 0.
       01  WS-ZAIIDO-OPEN-FLG         PIC X VALUE 'N'.
           88 ZAIIDO-OPEN              VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.

       01  WS-NYUKA-ERROR-FLG         PIC X VALUE 'N'.
           88 NYUKA-ERROR              VALUE 'Y'
                                                 SEPARATE.
           05 WS-JZK-REORDER          PIC 9(05).

      * 仕入先マスター (SHIMAS.DAT)
       01  WS-MAX-SUPPLIER            PIC 9(03) VALUE 200.
       01  WS-LOADED-SUPPLIER-COUNT   PIC 9(03) VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-ENTRIES OCCURS 200 TIMES
                                  INDEXED BY SI-IDX.
              10 WS-SI-SHOHIN         PIC X(04).
              10 WS-SI-CODE           PIC X(05).
              10 WS-SI-NAME           PIC X(20).
              10 WS-SI-LEAD-DAYS      PIC 9(03).
              10 WS-SI-LOT            PIC 9(05).
       01  WS-SI-FOUND-IDX            PIC 9(03) VALUE 0.

      * 発注データ (HACCHU.DAT) と発注提案表 (HATREP.TXT)
       01  WS-MAX-ORDER               PIC 9(04) VALUE 2000.
       01  WS-LOADED-ORDER-COUNT      PIC 9(04) VALUE 0.
       01  WS-ORDER-TABLE.
           05 WS-ORDER-ENTRIES OCCURS 2000 TIMES
                               INDEXED BY HC-IDX.
              10 WS-HC-NO             PIC 9(06).
              10 WS-HC-ORDER-DATE     PIC 9(08).
              10 WS-HC-TENPO          PIC 9(03).
              10 WS-HC-SHOHIN         PIC X(04).
              10 WS-HC-SUPPLIER       PIC X(05).
              10 WS-HC-ORDER-QTY      PIC 9(05).
              10 WS-HC-DUE-DATE       PIC 9(08).
              10 WS-HC-RECEIVED-QTY   PIC 9(05).
              10 WS-HC-STATUS         PIC X(01).
       01  WS-ORDER-DIRTY-FLG         PIC X VALUE 'N'.
           88 ORDER-DIRTY              VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-ORDER-LAST-NO           PIC 9(06) VALUE 0.
       01  WS-ORDER-SAVED-COUNT       PIC 9(04) VALUE 0.
       01  WS-ORDER-OUTSTANDING       PIC 9(07) VALUE 0.
       01  WS-ORDER-NEED-QTY          PIC S9(07) VALUE 0.
       01  WS-ORDER-LOT-WORK          PIC 9(05) VALUE 0.
       01  WS-ORDER-LOT-COUNT         PIC 9(05) VALUE 0.
       01  WS-ORDER-LOT-REM           PIC 9(05) VALUE 0.
       01  WS-ORDER-QTY-WORK          PIC 9(07) VALUE 0.
       01  WS-ORDER-SUGGEST-COUNT     PIC 9(04) VALUE 0.
       01  WS-ORDER-ISSUE-COUNT       PIC 9(04) VALUE 0.
       01  WS-ORDER-COUNT-ED          PIC ZZZ9.
       01  WS-ORDER-CONFIRM           PIC X(01).
       01  WS-HATREP-HEADER1          PIC X(100).
       01  WS-HATREP-HEADER2.
           05 FILLER       PIC X(07) VALUE "店舗".
           05 FILLER       PIC X(07) VALUE "商品".
           05 FILLER       PIC X(09) VALUE "商品名".
           05 FILLER       PIC X(16) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE "現在庫".
           05 FILLER       PIC X(09) VALUE "発注点".
           05 FILLER       PIC X(10) VALUE "仕入先".
           05 FILLER       PIC X(09) VALUE "発注数".
           05 FILLER       PIC X(10) VALUE "納期".
           05 FILLER       PIC X(06) VALUE "備考".
       01  WS-HATREP-DETAIL-LINE.
           05 WS-HRD-TENPO            PIC 9(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HRD-SHOHIN           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HRD-NAME             PIC X(24).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HRD-QTY              PIC ZZZZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HRD-REORDER          PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HRD-SUPPLIER         PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HRD-ORDER-QTY        PIC ZZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HRD-DUE-DATE         PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HRD-REMARK           PIC X(24).
       01  WS-HATREP-COUNT-LINE.
           05 FILLER                  PIC X(14) VALUE "提案件数: ".
           05 WS-HRC-COUNT            PIC ZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".

      * 入荷と発注残の突き合わせ (NYKEXC.DAT)
       01  WS-RCV-REMAIN-QTY          PIC 9(05) VALUE 0.
       01  WS-RCV-OPEN-QTY            PIC 9(05) VALUE 0.
       01  WS-RCV-ALLOC-QTY           PIC 9(05) VALUE 0.
       01  WS-RCV-FOUND-IDX           PIC 9(04) VALUE 0.
       01  WS-RCV-LAST-ORDER-NO       PIC 9(06) VALUE 0.
       01  WS-RCV-EXC-KIND            PIC X(01).
       01  WS-RCV-MATCH-COUNT         PIC 9(05) VALUE 0.
       01  WS-RCV-OVER-COUNT          PIC 9(05) VALUE 0.
       01  WS-RCV-UNORD-COUNT         PIC 9(05) VALUE 0.

      * 発注残/入荷差異表 (ZANREP.TXT)
       01  WS-ZANREP-HEADER1          PIC X(100).
       01  WS-ZANREP-SEC1-HDR         PIC X(60) VALUE
           "=== 発注残 (未入荷/一部入荷) ===".
       01  WS-ZANREP-SEC2-HDR         PIC X(60) VALUE
           "=== 過剰入荷/発注なし入荷 ===".
       01  WS-ZANREP-HEADER2.
           05 FILLER       PIC X(09) VALUE "発注No".
           05 FILLER       PIC X(10) VALUE "発注日".
           05 FILLER       PIC X(07) VALUE "店舗".
           05 FILLER       PIC X(07) VALUE "商品".
           05 FILLER       PIC X(10) VALUE "仕入先".
           05 FILLER       PIC X(09) VALUE "発注数".
           05 FILLER       PIC X(09) VALUE "入荷数".
           05 FILLER       PIC X(09) VALUE "残数".
           05 FILLER       PIC X(10) VALUE "納期".
           05 FILLER       PIC X(06) VALUE "状態".
       01  WS-ZANREP-HEADER3.
           05 FILLER       PIC X(10) VALUE "入荷日".
           05 FILLER       PIC X(07) VALUE "店舗".
           05 FILLER       PIC X(07) VALUE "商品".
           05 FILLER       PIC X(09) VALUE "数量".
           05 FILLER       PIC X(09) VALUE "発注No".
           05 FILLER       PIC X(06) VALUE "区分".
       01  WS-ZANREP-ORDER-LINE.
           05 WS-ZOD-NO               PIC 9(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-ORDER-DATE       PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-TENPO            PIC 9(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-SHOHIN           PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-SUPPLIER         PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-ORDER-QTY        PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-RECEIVED-QTY     PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-OPEN-QTY         PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-DUE-DATE         PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZOD-STATE            PIC X(16).
           05 WS-ZOD-FLAG             PIC X(02).
      * WS-ZOD-FLAG: 納期を過ぎた発注残は' *'
       01  WS-ZANREP-RECEIPT-LINE.
           05 WS-ZRX-DATE             PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZRX-TENPO            PIC 9(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZRX-SHOHIN           PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZRX-QTY              PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZRX-ORDER-NO         PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ZRX-KIND             PIC X(16).
       01  WS-ZANREP-COUNT            PIC 9(05) VALUE 0.
       01  WS-ZANREP-LATE-COUNT       PIC 9(05) VALUE 0.
       01  WS-ZANREP-COUNT-LINE.
           05 FILLER                  PIC X(08) VALUE "件数: ".
           05 WS-ZNC-COUNT            PIC ZZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".
           05 FILLER                  PIC X(16) VALUE
              "  (納期遅れ ".
           05 WS-ZNC-LATE             PIC ZZZZ9.
           05 FILLER                  PIC X(05) VALUE "件)".
       01  WS-ZANREP-EXC-LINE.
           05 FILLER                  PIC X(14) VALUE "差異件数: ".
           05 WS-ZNX-COUNT            PIC ZZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".

      * 棚卸 (TANADAT.DAT) と差異表 (TANREP.TXT)
       01  WS-MAX-TANA         PIC 9(04) VALUE 2000. *> 棚卸上限
       01  WS-LOADED-TANA-COUNT       PIC 9(04) VALUE 0.
       01  WS-TANA-TABLE.
           05 WS-TANA-ENTRIES OCCURS 2000 TIMES
                              INDEXED BY TC-IDX.
              10 WS-TC-TENPO          PIC 9(03).
              10 WS-TC-SHOHIN         PIC X(04).
              10 WS-TC-COUNT          PIC 9(06).
              10 WS-TC-DATE           PIC 9(08).
              10 WS-TC-LATER          PIC S9(07).
              10 WS-TC-BOOK           PIC S9(07).
              10 WS-TC-VARIANCE       PIC S9(07).
              10 WS-TC-STATE          PIC X(01).
      * WS-TC-STATE: ' '=計上対象 'P'=計上済 'C'=締め済月
      *              'E'=データ不正 'W'=差異が桁溢れ
       01  WS-TANA-NAME-WORK          PIC X(30).
       01  WS-TANA-COST-WORK          PIC 9(05) VALUE 0.
       01  WS-TANA-VALUE              PIC S9(11) VALUE 0.
       01  WS-TANA-VALUE-PLUS         PIC S9(11) VALUE 0.
       01  WS-TANA-VALUE-MINUS        PIC S9(11) VALUE 0.
       01  WS-TANA-DIFF-COUNT         PIC 9(04) VALUE 0.
       01  WS-TANA-POST-COUNT         PIC 9(04) VALUE 0.
       01  WS-TANA-COUNT-ED           PIC ZZZ9.
       01  WS-TANA-CONFIRM            PIC X(01).
       01  WS-TANREP-HEADER1          PIC X(100).
       01  WS-TANREP-HEADER2.
           05 FILLER       PIC X(07) VALUE "店舗".
           05 FILLER       PIC X(07) VALUE "商品".
           05 FILLER       PIC X(09) VALUE "商品名".
           05 FILLER       PIC X(12) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE "棚卸日".
           05 FILLER       PIC X(07) VALUE "帳簿".
           05 FILLER       PIC X(07) VALUE "実棚".
           05 FILLER       PIC X(07) VALUE "差異".
           05 FILLER       PIC X(07) VALUE "原価".
           05 FILLER       PIC X(13) VALUE "差異金額".
           05 FILLER       PIC X(06) VALUE "備考".
       01  WS-TANREP-DETAIL-LINE.
           05 WS-TND-TENPO            PIC 9(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-TND-SHOHIN           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-TND-NAME             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-TND-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-TND-BOOK             PIC ZZZZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-TND-COUNT            PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-TND-VARIANCE         PIC ZZZZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-TND-COST             PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-TND-VALUE            PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-TND-REMARK           PIC X(16).
       01  WS-TANREP-COUNT-LINE.
           05 FILLER                  PIC X(14) VALUE "棚卸件数: ".
           05 WS-TNC-COUNT            PIC ZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".
           05 FILLER                  PIC X(16)
                                      VALUE "  差異件数: ".
           05 WS-TNC-DIFF             PIC ZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".
       01  WS-TANREP-VALUE-LINE.
           05 FILLER                  PIC X(18)
                                      VALUE "差異金額 増:".
           05 WS-TNV-PLUS             PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(07) VALUE "  減:".
           05 WS-TNV-MINUS            PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(10) VALUE "  純額:".
           05 WS-TNV-NET              PIC ZZZ,ZZZ,ZZ9-.

      * 在庫の月次繰越と受払表 (ZAISUM.TXT)
       01  WS-ROLL-MOVE-COUNT         PIC 9(07) VALUE 0.
       01  WS-ROLL-KEEP-COUNT         PIC 9(07) VALUE 0.
       01  WS-ROLL-NOKEY-COUNT        PIC 9(07) VALUE 0.
       01  WS-ROLL-CLOSING            PIC S9(07) VALUE 0.
       01  WS-ROLL-CHECK              PIC S9(07) VALUE 0.
       01  WS-ROLL-DIFF-COUNT         PIC 9(04) VALUE 0.
       01  WS-ROLL-COUNT-ED           PIC ZZZZZZ9.
       01  WS-ROLL-LOG-FLG            PIC X VALUE 'N'.
           88 ROLL-LOG-PRESENT         VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
      * 起動時に締めを復旧した時は初期処理後に繰越
       01  WS-ROLL-PENDING-FLG        PIC X VALUE 'N'.
           88 ROLL-PENDING             VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-ROLL-TOTALS.
           05 WS-RT-OPENING           PIC S9(09) VALUE 0.
           05 WS-RT-IN                PIC S9(09) VALUE 0.
           05 WS-RT-OUT               PIC S9(09) VALUE 0.
           05 WS-RT-SALE              PIC S9(09) VALUE 0.
           05 WS-RT-RETURN            PIC S9(09) VALUE 0.
           05 WS-RT-ADJUST            PIC S9(09) VALUE 0.
           05 WS-RT-CLOSING           PIC S9(09) VALUE 0.
       01  WS-ZAISUM-HEADER1          PIC X(100).
       01  WS-ZAISUM-HEADER2.
           05 FILLER       PIC X(06) VALUE "店舗".
           05 FILLER       PIC X(07) VALUE "商品".
           05 FILLER       PIC X(09) VALUE "期首".
           05 FILLER       PIC X(09) VALUE "入荷".
           05 FILLER       PIC X(10) VALUE "移動出".
           05 FILLER       PIC X(09) VALUE "売上".
           05 FILLER       PIC X(09) VALUE "返品".
           05 FILLER       PIC X(09) VALUE "調整".
           05 FILLER       PIC X(09) VALUE "期末".
           05 FILLER       PIC X(06) VALUE "照合".
       01  WS-ZAISUM-DETAIL-LINE.
           05 WS-ZSD-TENPO            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ZSD-SHOHIN           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ZSD-OPENING          PIC ZZZZZZZ9-.
           05 WS-ZSD-IN               PIC ZZZZZZZ9-.
           05 WS-ZSD-OUT              PIC ZZZZZZZ9-.
           05 WS-ZSD-SALE             PIC ZZZZZZZ9-.
           05 WS-ZSD-RETURN           PIC ZZZZZZZ9-.
           05 WS-ZSD-ADJUST           PIC ZZZZZZZ9-.
           05 WS-ZSD-CLOSING          PIC ZZZZZZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ZSD-FLAG             PIC X(02).
      * WS-ZSD-FLAG: 期首+当月受払が期末(現在庫から
      *              翌月以降の受払を戻した数)と
      *              合わない行は' *'
       01  WS-ZAISUM-TOTAL-LINE.
           05 FILLER                  PIC X(09) VALUE "合計".
           05 WS-ZST-OPENING          PIC ZZZZZZZ9-.
           05 WS-ZST-IN               PIC ZZZZZZZ9-.
           05 WS-ZST-OUT              PIC ZZZZZZZ9-.
           05 WS-ZST-SALE             PIC ZZZZZZZ9-.
           05 WS-ZST-RETURN           PIC ZZZZZZZ9-.
           05 WS-ZST-ADJUST           PIC ZZZZZZZ9-.
           05 WS-ZST-CLOSING          PIC ZZZZZZZ9-.
       01  WS-ZAISUM-FORMULA-LINE.
           05 FILLER       PIC X(36)
                           VALUE "期末 = 期首 + 入荷 - 移動出".
           05 FILLER       PIC X(36)
                           VALUE " - 売上 + 返品 ± 調整".
       01  WS-ZAISUM-COUNT-LINE.
           05 FILLER                  PIC X(14) VALUE "照合差異: ".
           05 WS-ZSC-COUNT            PIC ZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".

      * 店間移動台帳 (IDODAT.DAT) と照合表 (IDOREP.TXT)
       01  WS-MAX-TRANSFER            PIC 9(04) VALUE 2000.
       01  WS-LOADED-TRANSFER-COUNT   PIC 9(04) VALUE 0.
       01  WS-TRANSFER-TABLE.
           05 WS-TRANSFER-ENTRIES OCCURS 2000 TIMES
                                  INDEXED BY IT-IDX.
              10 WS-IT-SLIP-NO        PIC 9(06).
              10 WS-IT-FROM           PIC 9(03).
              10 WS-IT-TO             PIC 9(03).
              10 WS-IT-SHOHIN         PIC X(04).
              10 WS-IT-OUT-DATE       PIC 9(08).
              10 WS-IT-OUT-QTY        PIC 9(06).
              10 WS-IT-IN-DATE        PIC 9(08).
              10 WS-IT-IN-QTY         PIC 9(06).
              10 WS-IT-STATUS         PIC X(01).
       01  WS-TRANSFER-DIRTY-FLG      PIC X VALUE 'N'.
           88 TRANSFER-DIRTY           VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
      * 読込時に上限を超えたら台帳を書き換えない
      * (超過分を失わないため)。
       01  WS-TRANSFER-OVER-FLG       PIC X VALUE 'N'.
           88 TRANSFER-OVERFLOW        VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
      * 出庫日からこの日数を過ぎても未入庫なら延着
       01  WS-IDO-OVERDUE-DAYS        PIC 9(03) VALUE 3.
       01  WS-IDO-FOUND-IDX           PIC 9(04) VALUE 0.
       01  WS-IDO-FROM                PIC 9(03) VALUE 0.
       01  WS-IDO-TO                  PIC 9(03) VALUE 0.
       01  WS-IDO-POST-COUNT          PIC 9(05) VALUE 0.
       01  WS-IDO-PAIR-COUNT          PIC 9(05) VALUE 0.
       01  WS-IDO-PURGE-COUNT         PIC 9(04) VALUE 0.
       01  WS-IDO-STORE-CODE          PIC 9(03) VALUE 0.
       01  WS-IDO-STORE-NAME          PIC X(20).
       01  WS-IDO-STORE-COUNT         PIC 9(04) VALUE 0.
       01  WS-IDO-TRANSIT-COUNT       PIC 9(04) VALUE 0.
       01  WS-IDO-LATE-COUNT          PIC 9(04) VALUE 0.
       01  WS-IDO-INONLY-COUNT        PIC 9(04) VALUE 0.
       01  WS-IDO-QTYDIFF-COUNT       PIC 9(04) VALUE 0.
       01  WS-IDO-LIST-FLG            PIC X VALUE 'N'.
           88 IDO-LIST-LINE            VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-IDO-MASTER-FLG          PIC X VALUE 'N'.
           88 IDO-STORE-IN-MASTER      VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-IDO-COUNT-ED            PIC ZZZZ9.
       01  WS-IDOREP-HEADER1          PIC X(100).
       01  WS-IDOREP-STORE-LINE.
           05 FILLER                  PIC X(11) VALUE "出庫店: ".
           05 WS-IDS-CODE             PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-IDS-NAME             PIC X(20).
       01  WS-IDOREP-HEADER2.
           05 FILLER       PIC X(09) VALUE "伝票No".
           05 FILLER       PIC X(07) VALUE "商品".
           05 FILLER       PIC X(10) VALUE "入庫店".
           05 FILLER       PIC X(10) VALUE "出庫日".
           05 FILLER       PIC X(10) VALUE "出庫数".
           05 FILLER       PIC X(10) VALUE "入庫日".
           05 FILLER       PIC X(10) VALUE "入庫数".
           05 FILLER       PIC X(09) VALUE "差異".
           05 FILLER       PIC X(06) VALUE "状態".
       01  WS-IDOREP-DETAIL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-SLIP-NO          PIC 9(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-SHOHIN           PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-TO               PIC 9(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-OUT-DATE         PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-OUT-QTY          PIC ZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-IN-DATE          PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-IN-QTY           PIC ZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-DIFF             PIC ZZZZZ9-.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-IDD-STATE            PIC X(26).
      * WS-IDD-DIFF: 入庫数 - 出庫数
       01  WS-IDOREP-SUBTOTAL-LINE.
           05 FILLER                  PIC X(16) VALUE
                                       "  店舗計: ".
           05 WS-IDT-COUNT            PIC ZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".
       01  WS-IDOREP-COUNT-LINE.
           05 FILLER                  PIC X(08) VALUE "延着: ".
           05 WS-IDC-LATE             PIC ZZZ9.
           05 FILLER                  PIC X(05) VALUE "件  ".
           05 FILLER                  PIC X(14) VALUE "入庫のみ: ".
           05 WS-IDC-INONLY           PIC ZZZ9.
           05 FILLER                  PIC X(05) VALUE "件  ".
           05 FILLER                  PIC X(14) VALUE "数量相違: ".
           05 WS-IDC-QTYDIFF          PIC ZZZ9.
           05 FILLER                  PIC X(05) VALUE "件  ".
           05 FILLER                  PIC X(11) VALUE "移動中: ".
           05 WS-IDC-TRANSIT          PIC ZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".
      * 移動中: 期限内で未入庫の件数 (明細なし)

      * 特売マスター (TOKBAI.DAT) とキャンペーン実績表
       01  WS-MAX-PROMO               PIC 9(03) VALUE 500.
       01  WS-LOADED-PROMO-COUNT      PIC 9(03) VALUE 0.
       01  WS-PROMO-TABLE.
           05 WS-PROMO-ENTRIES OCCURS 500 TIMES
                               INDEXED BY TK-IDX.
              10 WS-TK-CODE           PIC X(06).
              10 WS-TK-SHOHIN         PIC X(04).
              10 WS-TK-TENPO          PIC 9(03).
              10 WS-TK-REGION         PIC X(02).
              10 WS-TK-START          PIC 9(08).
              10 WS-TK-END            PIC 9(08).
              10 WS-TK-PRICE          PIC 9(05).
              10 WS-TK-RATE           PIC 9(02).
              10 WS-TK-PRIOR-START    PIC 9(08).
              10 WS-TK-PRIOR-END      PIC 9(08).
              10 WS-TK-SELECTED       PIC X(01).
      * WS-TK-PRIOR-*: 直前の同日数の比較期間
       01  WS-PROMO-MATCH-FLG         PIC X VALUE 'N'.
           88 PROMO-PRICE-MATCHED      VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-PROMO-REGION            PIC X(02).
       01  WS-PROMO-UNIT-PRICE        PIC 9(05) VALUE 0.
       01  WS-PROMO-SKIP-COUNT        PIC 9(03) VALUE 0.
       01  WS-PROMO-DAYS              PIC 9(03) VALUE 0.

       01  WS-MAX-CAMPAIGN            PIC 9(04) VALUE 1000.
       01  WS-LOADED-CAMPAIGN-COUNT   PIC 9(04) VALUE 0.
       01  WS-CAMPAIGN-TABLE.
           05 WS-CAMPAIGN-ENTRIES OCCURS 1000 TIMES
                                  INDEXED BY CP-IDX.
              10 WS-CP-TK-IDX         PIC 9(03).
              10 WS-CP-TENPO          PIC 9(03).
              10 WS-CP-TENPO-NAME     PIC X(20).
              10 WS-CP-PROMO-QTY      PIC S9(07).
              10 WS-CP-PROMO-AMT      PIC S9(10).
              10 WS-CP-PRIOR-QTY      PIC S9(07).
              10 WS-CP-PRIOR-AMT      PIC S9(10).
      * 企画×店舗で1行 (商品は企画側に持つ)
       01  WS-CAMPAIGN-OVER-FLG       PIC X VALUE 'N'.
           88 CAMPAIGN-OVERFLOW        VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-CP-MONTH-START          PIC 9(08) VALUE 0.
       01  WS-CP-MONTH-END            PIC 9(08) VALUE 0.
       01  WS-CP-FROM-YYYYMM          PIC 9(06) VALUE 0.
       01  WS-CP-TO-YYYYMM            PIC 9(06) VALUE 0.
       01  WS-CP-SCAN-YYYYMM          PIC 9(06) VALUE 0.
       01  WS-CP-SCAN-R REDEFINES WS-CP-SCAN-YYYYMM.
           05 WS-CP-SCAN-YYYY         PIC 9(04).
           05 WS-CP-SCAN-MM           PIC 9(02).
       01  WS-CP-SCAN-COUNT           PIC 9(02) VALUE 0.
       01  WS-CP-SIGN                 PIC S9(01) VALUE 1.
       01  WS-CP-SUB-PROMO-QTY        PIC S9(07) VALUE 0.
       01  WS-CP-SUB-PROMO-AMT        PIC S9(10) VALUE 0.
       01  WS-CP-SUB-PRIOR-QTY        PIC S9(07) VALUE 0.
       01  WS-CP-SUB-PRIOR-AMT        PIC S9(10) VALUE 0.
       01  WS-CP-W-PROMO-QTY          PIC S9(07) VALUE 0.
       01  WS-CP-W-PROMO-AMT          PIC S9(10) VALUE 0.
       01  WS-CP-W-PRIOR-QTY          PIC S9(07) VALUE 0.
       01  WS-CP-W-PRIOR-AMT          PIC S9(10) VALUE 0.
       01  WS-CP-PCT-WORK             PIC S9(05)V9 VALUE 0.
       01  WS-CP-NAME-WORK            PIC X(30).
       01  WS-CP-PROMO-COUNT          PIC 9(03) VALUE 0.
       01  WS-TOKREP-HEADER1          PIC X(100).
       01  WS-TOKREP-PROMO-LINE       PIC X(100).
       01  WS-TOKREP-HEADER2.
           05 FILLER       PIC X(07) VALUE "店舗".
           05 FILLER       PIC X(09) VALUE "店舗名".
           05 FILLER       PIC X(15) VALUE SPACES.
           05 FILLER       PIC X(13) VALUE "期間数量".
           05 FILLER       PIC X(17) VALUE "期間売上".
           05 FILLER       PIC X(13) VALUE "前期数量".
           05 FILLER       PIC X(17) VALUE "前期売上".
           05 FILLER       PIC X(12) VALUE "数量比".
           05 FILLER       PIC X(09) VALUE "売上比".
       01  WS-TOKREP-DETAIL-LINE.
           05 WS-CPD-TENPO            PIC X(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CPD-NAME             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CPD-PROMO-QTY        PIC ZZZZZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CPD-PROMO-AMT        PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CPD-PRIOR-QTY        PIC ZZZZZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CPD-PRIOR-AMT        PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CPD-QTY-PCT          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CPD-AMT-PCT          PIC X(08).
      * 比率は 期間/前期×100 (前期0は '---')
       01  WS-CP-PCT-ED               PIC ZZZZ9.9-.
       01  WS-TOKREP-COUNT-LINE.
           05 FILLER                  PIC X(14) VALUE "企画件数: ".
           05 WS-CPC-COUNT            PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE "件".

      * レジ精算 (SEISAN.DAT) と過不足表 (SEIREP.TXT)
      * 店舗の並びは店舗マスターの読込順。
       01  WS-RJ-TABLE.
           05 WS-RJ-STORE OCCURS 50 TIMES
                          INDEXED BY RJT-IDX.
              10 WS-RJ-DAY OCCURS 31 TIMES
                           INDEXED BY RJD-IDX.
                 15 WS-RJ-CASH        PIC 9(09) VALUE 0.
                 15 WS-RJ-CARD        PIC 9(09) VALUE 0.
                 15 WS-RJ-VOUCHER     PIC 9(09) VALUE 0.
                 15 WS-RJ-SETTLED     PIC X(01) VALUE 'N'.
                 15 WS-RJ-NET         PIC S9(11) VALUE 0.
                 15 WS-RJ-POSTED      PIC X(01) VALUE 'N'.
                 15 WS-RJ-CONFIRMED   PIC S9(11) VALUE 0.
      * WS-RJ-POSTED: 売上データ (URIDAT) が1行でもある日
      * WS-RJ-CONFIRMED: KAFUSO.DAT の確定済み過不足の純額
       01  WS-RJ-TOLERANCE            PIC 9(05) VALUE 1000.
      * 許容額 (円): 過不足の絶対値がこれ以下は許容
       01  WS-RJ-DAY-NO               PIC 9(02) VALUE 0.
       01  WS-RJ-DATE.
           05 WS-RJ-DATE-YYYYMM       PIC X(06).
           05 WS-RJ-DATE-DD           PIC 9(02).
       01  WS-RJ-STORE-CODE           PIC 9(03) VALUE 0.
       01  WS-RJ-STORE-FOUND          PIC 9(03) VALUE 0.
       01  WS-RJ-CLOSED-FLG           PIC X VALUE 'N'.
           88 RJ-MONTH-CLOSED          VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-RJ-LOADED-COUNT         PIC 9(05) VALUE 0.
       01  WS-RJ-SKIP-COUNT           PIC 9(05) VALUE 0.
       01  WS-RJ-DUP-COUNT            PIC 9(05) VALUE 0.
       01  WS-RJ-OVER-COUNT           PIC 9(05) VALUE 0.
       01  WS-RJ-MISSING-COUNT        PIC 9(05) VALUE 0.
       01  WS-RJ-PENDING-COUNT        PIC 9(05) VALUE 0.
       01  WS-RJ-POST-COUNT           PIC 9(05) VALUE 0.
       01  WS-RJ-COUNT-ED             PIC ZZZZ9.
       01  WS-RJ-TOTAL                PIC 9(10) VALUE 0.
       01  WS-RJ-DIFF                 PIC S9(11) VALUE 0.
       01  WS-RJ-PENDING              PIC S9(11) VALUE 0.
       01  WS-RJ-ABS-DIFF             PIC 9(11) VALUE 0.
       01  WS-RJ-SUB-TOTAL            PIC 9(11) VALUE 0.
       01  WS-RJ-SUB-NET              PIC S9(11) VALUE 0.
       01  WS-RJ-SUB-DIFF             PIC S9(11) VALUE 0.
       01  WS-RJ-SUB-LINES            PIC 9(03) VALUE 0.
       01  WS-RJ-GRAND-TOTAL          PIC 9(11) VALUE 0.
       01  WS-RJ-GRAND-NET            PIC S9(11) VALUE 0.
       01  WS-RJ-GRAND-DIFF           PIC S9(11) VALUE 0.
       01  WS-RJ-CONFIRM              PIC X(01) VALUE SPACE.
       01  WS-SEIREP-HEADER1          PIC X(100).
       01  WS-SEIREP-STORE-LINE       PIC X(100).
       01  WS-SEIREP-HEADER2.
           05 FILLER       PIC X(11) VALUE "  日付".
           05 FILLER       PIC X(11) VALUE "   現金".
           05 FILLER       PIC X(11) VALUE " カード".
           05 FILLER       PIC X(11) VALUE "   金券".
           05 FILLER       PIC X(12) VALUE "   精算計".
           05 FILLER       PIC X(13) VALUE " 売上純額".
           05 FILLER       PIC X(12) VALUE "   過不足".
           05 FILLER       PIC X(07) VALUE " 備考".
       01  WS-SEIREP-DETAIL-LINE.
           05 WS-RJD-LABEL            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJD-CASH             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJD-CARD             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJD-VOUCHER          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJD-TOTAL            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJD-NET              PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJD-DIFF             PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJD-REMARK           PIC X(18).
       01  WS-SEIREP-TOTAL-LINE.
           05 WS-RJS-LABEL            PIC X(10).
           05 FILLER                  PIC X(31) VALUE SPACES.
           05 WS-RJS-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJS-NET              PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RJS-DIFF             PIC ZZ,ZZZ,ZZ9-.
       01  WS-SEIREP-COUNT-LINE.
           05 FILLER                  PIC X(14) VALUE "許容超過: ".
           05 WS-RJC-OVER             PIC ZZZZ9.
           05 FILLER                  PIC X(07) VALUE "件  ".
           05 FILLER                  PIC X(14) VALUE "精算未着: ".
           05 WS-RJC-MISSING          PIC ZZZZ9.
           05 FILLER                  PIC X(07) VALUE "件  ".
           05 FILLER                  PIC X(14) VALUE "未確定: ".
           05 WS-RJC-PENDING          PIC ZZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".

      * 店舗営業日カレンダー (EIGYO.DAT) と
      * POS取込状況表 (UPLREP.TXT)
       01  WS-MAX-CALENDAR            PIC 9(03) VALUE 500.
       01  WS-LOADED-CALENDAR-COUNT   PIC 9(03) VALUE 0.
       01  WS-CALENDAR-SKIP-COUNT     PIC 9(03) VALUE 0.
       01  WS-CALENDAR-TABLE.
           05 WS-CALENDAR-ENTRIES OCCURS 500 TIMES
                                  INDEXED BY EG-IDX.
              10 WS-EG-KBN            PIC X(01).
              10 WS-EG-TENPO          PIC 9(03).
              10 WS-EG-WEEKDAY        PIC 9(01).
              10 WS-EG-FROM           PIC 9(08).
              10 WS-EG-TO             PIC 9(08).
       01  WS-EG-CLOSED-FLG           PIC X VALUE 'N'.
           88 EG-DAY-CLOSED            VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-EG-OPENED-FLG           PIC X VALUE 'N'.
           88 EG-DAY-OPENED            VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-EG-STORE-CODE           PIC 9(03) VALUE 0.
       01  WS-EG-DATE                 PIC 9(08) VALUE 0.
       01  WS-EG-WEEKDAY-NO           PIC 9(01) VALUE 0.

      * 取込状況の格子 (店舗マスター順×日)
       01  WS-UG-TABLE.
           05 WS-UG-STORE OCCURS 50 TIMES
                          INDEXED BY UGT-IDX.
              10 WS-UG-DAY OCCURS 31 TIMES
                           INDEXED BY UGD-IDX.
                 15 WS-UG-TAKEN-DATE  PIC 9(08) VALUE 0.
                 15 WS-UG-CELL        PIC X(01) VALUE SPACE.
      * WS-UG-TAKEN-DATE: 取込日 (0=未取込)
      * WS-UG-CELL: o=取込済 L=遅延 X=未着 -=休業日
      *             C=休業日に受信 .=期日前 (空白=月外)
       01  WS-UG-YYYYMM               PIC X(06) VALUE SPACES.
       01  WS-UG-LATE-DAYS            PIC 9(03) VALUE 1.
      * 営業日の翌日までの取込は遅延としない。
       01  WS-UG-MONTH-DAYS           PIC 9(02) VALUE 0.
       01  WS-UG-DAY-NO               PIC 9(02) VALUE 0.
       01  WS-UG-STORE-FOUND          PIC 9(03) VALUE 0.
       01  WS-UG-DATE.
           05 WS-UG-DATE-YYYYMM       PIC X(06).
           05 WS-UG-DATE-DD           PIC 9(02).
       01  WS-UG-DATE-N REDEFINES WS-UG-DATE PIC 9(08).
       01  WS-UG-DUE-DATE             PIC 9(08) VALUE 0.
       01  WS-UG-MISSING-TOTAL        PIC 9(05) VALUE 0.
       01  WS-UG-LATE-TOTAL           PIC 9(05) VALUE 0.
       01  WS-UG-CLOSED-DATA-TOTAL    PIC 9(05) VALUE 0.
       01  WS-UG-STORE-MISSING        PIC 9(03) VALUE 0.
       01  WS-UG-STORE-LATE           PIC 9(03) VALUE 0.
       01  WS-UG-STORE-CLOSED-DATA    PIC 9(03) VALUE 0.
       01  WS-UG-COUNT-ED             PIC ZZZZ9.
       01  WS-UG-CONFIRM              PIC X(01) VALUE SPACE.
       01  WS-UPLREP-HEADER1          PIC X(100).
       01  WS-UPLREP-DAY-LINE.
           05 WS-UGH-LABEL            PIC X(25).
           05 WS-UGH-DAY OCCURS 31 TIMES.
              10 WS-UGH-DIGIT         PIC X(01).
              10 FILLER               PIC X(01).
           05 WS-UGH-TAIL             PIC X(11).
       01  WS-UPLREP-DETAIL-LINE.
           05 WS-UGL-TENPO            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-UGL-NAME             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-UGL-DAY OCCURS 31 TIMES.
              10 WS-UGL-CELL          PIC X(01).
              10 FILLER               PIC X(01).
           05 WS-UGL-MISSING          PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-UGL-LATE             PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-UGL-CLOSED-DATA      PIC ZZ9.
       01  WS-UPLREP-LEGEND-LINE      PIC X(100).
       01  WS-UPLREP-COUNT-LINE.
           05 FILLER                  PIC X(08) VALUE "未着: ".
           05 WS-UGC-MISSING          PIC ZZZZ9.
           05 FILLER                  PIC X(07) VALUE "件  ".
           05 FILLER                  PIC X(08) VALUE "遅延: ".
           05 WS-UGC-LATE             PIC ZZZZ9.
           05 FILLER                  PIC X(07) VALUE "件  ".
           05 FILLER                  PIC X(20) VALUE
              "休業日に受信: ".
           05 WS-UGC-CLOSED-DATA      PIC ZZZZ9.
           05 FILLER                  PIC X(03) VALUE "件".

      * 会計仕訳抽出 (SIWAKE.DAT) 店舗×日×区分
       01  WS-SIWAKE-TABLE.
           05 WS-SW-STORE OCCURS 50 TIMES
                 15 WS-SW-TAX10       PIC 9(09) VALUE 0.
                 15 WS-SW-TAX8       PIC 9(09) VALUE 0.
                 15 WS-SW-RTN         PIC 9(09) VALUE 0.
                 15 WS-SW-OVSH        PIC S9(09) VALUE 0.
      * WS-SW-OVSH: 確定済み現金過不足 (正=過剰/負=不足)
       01  WS-SIWAKE-DAY              PIC 9(02) VALUE 0.
       01  WS-SIWAKE-REC-COUNT        PIC 9(05) VALUE 0.
       01  WS-SIWAKE-HASH             PIC 9(12) VALUE 0.
       01  WS-SIWAKE-COUNT-ED         PIC ZZZZ9.
       01  WS-SIWAKE-AMT-ED           PIC ZZZ,ZZZ,ZZZ,ZZ9-.

      * 仕訳送信記録 (SWLOG.DAT) と受領結果 (SWACK.DAT)
      * 受理済みの送信分を店舗×日×区分で合計し、
      * 再抽出では現在値との差額だけを送る。
       01  WS-SL-SENT-TABLE.
           05 WS-SL-STORE OCCURS 50 TIMES
                          INDEXED BY SLT-IDX.
              10 WS-SL-DAY OCCURS 31 TIMES
                           INDEXED BY SLD-IDX.
                 15 WS-SL-SENT        PIC S9(11) VALUE 0
                                      OCCURS 6 TIMES.
       01  WS-MAX-SL-EXTRACT          PIC 9(03) VALUE 999.
       01  WS-SL-EXTRACT-TABLE.
           05 WS-SL-EXTRACT OCCURS 999 TIMES
                            INDEXED BY SLX-IDX.
              10 WS-SL-X-SENT         PIC X(01).
              10 WS-SL-X-STATUS       PIC X(01).
      * 連番ごと: WS-SL-X-SENT 'Y'=送信済 (トレーラーあり)
      *   WS-SL-X-STATUS 'A'=受理 'R'=差戻し 空白=未確認
       01  WS-SL-LAST-SEQ             PIC 9(03) VALUE 0.
       01  WS-SL-NEW-SEQ              PIC 9(03) VALUE 0.
       01  WS-SL-ACCEPTED-COUNT       PIC 9(03) VALUE 0.
       01  WS-SL-ORPHAN-COUNT         PIC 9(05) VALUE 0.
       01  WS-SL-KIND                 PIC X(01) VALUE 'F'.
           88 SIWAKE-ADJUSTING         VALUE 'A'.
           88 SIWAKE-FULL              VALUE 'F'.
       01  WS-SL-COUNT-ONLY-FLG       PIC X VALUE 'N'.
           88 SIWAKE-COUNT-ONLY        VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-SIWAKE-LINE-SIGN        PIC X(01) VALUE SPACE.
       01  WS-SL-NOCHG-FLG            PIC X VALUE 'N'.
           88 SIWAKE-NO-CHANGE         VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-SL-BLOCK-FLG            PIC X VALUE 'N'.
           88 SIWAKE-BLOCKED           VALUE 'Y'
                                        WHEN SET TO FALSE 'N'.
       01  WS-SL-KBN-NO               PIC 9(01) VALUE 0.
       01  WS-SL-DAY-NO               PIC 9(02) VALUE 0.
       01  WS-SL-STORE-FOUND          PIC 9(03) VALUE 0.
       01  WS-SIWAKE-CUR-AMT          PIC S9(11) VALUE 0.
       01  WS-SIWAKE-DIFF-AMT         PIC S9(11) VALUE 0.
       01  WS-SIWAKE-SEQ-ED           PIC ZZ9.

      * 整合性監査 (CHKREP.TXT)
       01  WS-AUDIT-I                 PIC 9(04) VALUE 0.
       01  WS-AUDIT-J                 PIC 9(04) VALUE 0.
       01  WS-DAYS-IN-MONTH           PIC 9(02) VALUE 0.
       01  WS-LEAP-QUOTIENT           PIC 9(04) VALUE 0.
       01  WS-LEAP-REMAINDER          PIC 9(04) VALUE 0.
      * 日付の加算 (WS-DATE-CHECK に日数を足す)
       01  WS-DATE-ADD-DAYS           PIC 9(03) VALUE 0.
      * 曜日 (WS-DATE-CHECK の曜日 1=月..7=日)
       01  WS-DAY-OF-WEEK             PIC 9(01) VALUE 0.
       01  WS-DOW-YEAR                PIC 9(04) VALUE 0.
       01  WS-DOW-MONTH               PIC 9(02) VALUE 0.
       01  WS-DOW-WORK                PIC 9(06) VALUE 0.
       01  WS-DOW-TERM                PIC 9(06) VALUE 0.
       01  WS-DOW-QUOTIENT            PIC 9(06) VALUE 0.
       01  WS-DOW-REMAINDER           PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                               MOVE 'J' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'K'
                           PERFORM 7550-CREATE-ORDER-SUGGESTION
                           IF FS-HATREP = "00"
                               MOVE 'K' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'L'
                           PERFORM 7580-CREATE-BACKORDER-REPORT
                           IF FS-ZANREP = "00"
                               MOVE 'L' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'M'
                           PERFORM 7760-STOCK-COUNT-INTAKE
                           IF FS-TANREP = "00"
                               MOVE 'M' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'N'
                           PERFORM 7780-CREATE-TRANSFER-REPORT
                           IF FS-IDOREP = "00"
                               MOVE 'N' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'O'
                           PERFORM 2100-GET-TARGET-MONTH
                           PERFORM 7790-CREATE-CAMPAIGN-REPORT
                           IF FS-TOKREP = "00"
                               MOVE 'O' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'P'
                           PERFORM 2100-GET-TARGET-MONTH
                           PERFORM 7300-CREATE-SETTLEMENT-REPORT
                           IF FS-SEIREP = "00"
                               MOVE 'P' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'Q'
                           PERFORM 2100-GET-TARGET-MONTH
                           MOVE WS-REPORT-YYYYMM TO WS-UG-YYYYMM
                           PERFORM 7270-CREATE-UPLOAD-STATUS-REPORT
                           IF FS-UPLREP = "00"
                               MOVE 'Q' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'R'
                           PERFORM 2100-GET-TARGET-MONTH
                           PERFORM 7440-CREATE-SALES-FORECAST
                           IF FS-YOSOKU = "00"
                               MOVE 'R' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN 'S'
                           PERFORM 7529-GET-DEAD-STOCK-MONTHS
                           PERFORM 7530-CREATE-DEAD-STOCK-REPORT
                           IF FS-FUDREP = "00" AND FS-FUDCSV = "00"
                               MOVE 'S' TO WS-RUNLOG-LAST-CODE
                               PERFORM 9910-APPEND-REPORT-CODE
                           END-IF
                       WHEN '9'
                           PERFORM 9210-SHOW-EXIT-MESSAGE
                       WHEN LOW-VALUE
           PERFORM 1100-LOAD-TENPO-MASTER.
           PERFORM 1200-LOAD-SHOHIN-MASTER.
           PERFORM 1250-LOAD-PRICE-HISTORY.
           PERFORM 1255-LOAD-PROMOTION-FILE.
           PERFORM 1260-LOAD-COST-HISTORY.
           PERFORM 1270-LOAD-BUDGET-FILE.
           PERFORM 1280-LOAD-SUSPENSE-FILE.
           PERFORM 1290-LOAD-ZAIKO-FILE.
           PERFORM 1291-LOAD-SUPPLIER-MASTER.
           PERFORM 1292-LOAD-ORDER-FILE.
           PERFORM 1293-LOAD-TRANSFER-FILE.
           PERFORM 1294-LOAD-STORE-CALENDAR.
           PERFORM 1295-LOAD-CLOSED-CONTROL.
           PERFORM 1298-LOAD-INTAKE-REGISTER.
           PERFORM 1300-PREPARE-SALES-TABLES.
           PERFORM 1400-DETERMINE-REPORT-MONTH.
           PERFORM 1500-PREPARE-URIAGE-ERROR-FILE.
           PERFORM 1600-CHECK-BATCH-PARAMETER.
           IF ROLL-PENDING
               PERFORM 7870-ROLL-FORWARD-ZAIKO
           END-IF.
           DISPLAY "初期処理完了。" UPON SYSCONSOLE.

      ******************************************************************
                   MOVE "CHKPNT-RECV" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-GENLIV     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
                   SET JOB-FATAL TO TRUE
                   PERFORM 9000-TERMINATE-PROCESS
                   STOP RUN
               END-IF
               MOVE "CHKPNT-RECV" TO WS-RUNLOG-BAD-NAME
               MOVE FS-URIAGE     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               SET JOB-FATAL TO TRUE
               PERFORM 9000-TERMINATE-PROCESS
               STOP RUN
           END-IF.
           DISPLAY "月次締めを完了しました。"
               UPON SYSCONSOLE.
      * 在庫の繰越はテーブル読込後に行う。
           SET ROLL-PENDING TO TRUE.

      ******************************************************************
       1050-LOAD-OPERATOR-MASTER.
           IF NOT SIGNON-ACTIVE
               DISPLAY "サインオン失敗。終了します。"
                   UPON SYSCONSOLE
               SET JOB-FATAL TO TRUE
               PERFORM 9000-TERMINATE-PROCESS
               STOP RUN
           END-IF.
               MOVE FS-TENMAS     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               PERFORM 9100-SHOW-TENMAS-OPEN-ERROR
               SET JOB-FATAL TO TRUE
               PERFORM 9000-TERMINATE-PROCESS
               STOP RUN
           END-IF.

           IF WS-LOADED-TENPO-COUNT = 0
               PERFORM 9110-SHOW-TENMAS-EMPTY-ERROR
               SET JOB-FATAL TO TRUE
               PERFORM 9000-TERMINATE-PROCESS
               STOP RUN
           END-IF.
               MOVE FS-SHOMAS     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               PERFORM 9120-SHOW-SHOMAS-OPEN-ERROR
               SET JOB-FATAL TO TRUE
               PERFORM 9000-TERMINATE-PROCESS
               STOP RUN
           END-IF.

           IF WS-LOADED-SHOHIN-COUNT = 0
               PERFORM 9130-SHOW-SHOMAS-EMPTY-ERROR
               SET JOB-FATAL TO TRUE
               PERFORM 9000-TERMINATE-PROCESS
               STOP RUN
           END-IF.
           DISPLAY "単価履歴読み込み完了: "
               WS-LOADED-PRICE-HIST-COUNT "件" UPON SYSCONSOLE.

      ******************************************************************
       1255-LOAD-PROMOTION-FILE.
      ******************************************************************
      * TOKBAI.DAT を読み込む。無ければ特売なし。
      * 日付不正/開始>終了等の不正行は読み飛ばす。
           MOVE 0 TO WS-LOADED-PROMO-COUNT.
           MOVE 0 TO WS-PROMO-SKIP-COUNT.
           OPEN INPUT PROMOTION-FILE.
           IF FS-TOKBAI NOT = "00"
               IF FS-TOKBAI NOT = "05" AND FS-TOKBAI NOT = "35"
                   MOVE "TOKBAI-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-TOKBAI     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET TOKBAI-EOF TO FALSE.
           PERFORM UNTIL TOKBAI-EOF OR
                         WS-LOADED-PROMO-COUNT >= WS-MAX-PROMO
               READ PROMOTION-FILE
                   AT END
                       SET TOKBAI-EOF TO TRUE
                   NOT AT END
                       PERFORM 1256-STORE-PROMOTION
               END-READ
           END-PERFORM.
           IF NOT TOKBAI-EOF
               READ PROMOTION-FILE
                   AT END SET TOKBAI-EOF TO TRUE
                   NOT AT END PERFORM 9390-SHOW-TOKBAI-OVERFLOW
               END-READ
           END-IF.
           CLOSE PROMOTION-FILE.
           DISPLAY "特売マスター読み込み完了: "
               WS-LOADED-PROMO-COUNT "件" UPON SYSCONSOLE.
           IF WS-PROMO-SKIP-COUNT > 0
               DISPLAY "  特売データ読み飛ばし: "
                   WS-PROMO-SKIP-COUNT "件" UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       1256-STORE-PROMOTION.
      ******************************************************************
           MOVE TK-START-DATE TO WS-DATE-CHECK.
           PERFORM 9400-VALIDATE-DATE.
           IF DATE-VALID
               MOVE TK-END-DATE TO WS-DATE-CHECK
               PERFORM 9400-VALIDATE-DATE
           END-IF.
           IF NOT DATE-VALID OR
              TK-START-DATE > TK-END-DATE OR
              TK-TENPO-CODE NOT NUMERIC OR
              TK-PROMO-PRICE NOT NUMERIC OR
              TK-DISCOUNT-RATE NOT NUMERIC
               ADD 1 TO WS-PROMO-SKIP-COUNT
               DISPLAY "特売データ不正: " PROMOTION-RECORD
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           IF TK-PROMO-PRICE = 0 AND TK-DISCOUNT-RATE = 0
               ADD 1 TO WS-PROMO-SKIP-COUNT
               DISPLAY "特売単価/割引率なし: " PROMOTION-RECORD
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOADED-PROMO-COUNT.
           SET TK-IDX TO WS-LOADED-PROMO-COUNT.
           MOVE TK-PROMO-CODE    TO WS-TK-CODE(TK-IDX).
           MOVE TK-SHOHIN-CODE   TO WS-TK-SHOHIN(TK-IDX).
           MOVE TK-TENPO-CODE    TO WS-TK-TENPO(TK-IDX).
           MOVE TK-REGION        TO WS-TK-REGION(TK-IDX).
           MOVE TK-START-DATE    TO WS-TK-START(TK-IDX).
           MOVE TK-END-DATE      TO WS-TK-END(TK-IDX).
           MOVE TK-PROMO-PRICE   TO WS-TK-PRICE(TK-IDX).
           MOVE TK-DISCOUNT-RATE TO WS-TK-RATE(TK-IDX).
           MOVE 0   TO WS-TK-PRIOR-START(TK-IDX).
           MOVE 0   TO WS-TK-PRIOR-END(TK-IDX).
           MOVE 'N' TO WS-TK-SELECTED(TK-IDX).

      ******************************************************************
       1260-LOAD-COST-HISTORY.
      ******************************************************************
               WS-LOADED-ZAIKO-COUNT "件" UPON SYSCONSOLE.

      ******************************************************************
       1291-LOAD-SUPPLIER-MASTER.
      ******************************************************************
      * SHIMAS.DAT を読み込む。無ければ仕入先なし
      * (発注提案は仕入先未登録として一覧のみ)。
           MOVE 0 TO WS-LOADED-SUPPLIER-COUNT.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF FS-SHIMAS NOT = "00"
               IF FS-SHIMAS NOT = "05" AND FS-SHIMAS NOT = "35"
                   MOVE "SHIMAS-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-SHIMAS     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET SHIMAS-EOF TO FALSE.
           PERFORM VARYING SI-IDX FROM 1 BY 1
                   UNTIL SHIMAS-EOF OR SI-IDX > WS-MAX-SUPPLIER
               READ SUPPLIER-MASTER-FILE
                   AT END
                       SET SHIMAS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOADED-SUPPLIER-COUNT
                       MOVE SI-SHOHIN-CODE   TO WS-SI-SHOHIN(SI-IDX)
                       MOVE SI-SUPPLIER-CODE TO WS-SI-CODE(SI-IDX)
                       MOVE SI-SUPPLIER-NAME TO WS-SI-NAME(SI-IDX)
                       IF SI-LEAD-DAYS NUMERIC
                           MOVE SI-LEAD-DAYS
                               TO WS-SI-LEAD-DAYS(SI-IDX)
                       ELSE
                           MOVE 0 TO WS-SI-LEAD-DAYS(SI-IDX)
                       END-IF
                       IF SI-ORDER-LOT NUMERIC
                           MOVE SI-ORDER-LOT TO WS-SI-LOT(SI-IDX)
                       ELSE
                           MOVE 0 TO WS-SI-LOT(SI-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT SHIMAS-EOF
               READ SUPPLIER-MASTER-FILE
                   AT END SET SHIMAS-EOF TO TRUE
                   NOT AT END PERFORM 9370-SHOW-SHIMAS-OVERFLOW
               END-READ
           END-IF.
           CLOSE SUPPLIER-MASTER-FILE.
           DISPLAY "仕入先マスター読み込み完了: "
               WS-LOADED-SUPPLIER-COUNT "件" UPON SYSCONSOLE.

      ******************************************************************
       1292-LOAD-ORDER-FILE.
      ******************************************************************
      * HACCHU.DAT を読み込む。無ければ発注なし。
      * 発注番号の採番用に最大番号を控える。
           MOVE 0 TO WS-LOADED-ORDER-COUNT.
           MOVE 0 TO WS-ORDER-LAST-NO.
           OPEN INPUT ORDER-FILE.
           IF FS-HACCHU NOT = "00"
               IF FS-HACCHU NOT = "05" AND FS-HACCHU NOT = "35"
                   MOVE "HACCHU-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-HACCHU     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET HACCHU-EOF TO FALSE.
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HACCHU-EOF OR HC-IDX > WS-MAX-ORDER
               READ ORDER-FILE
                   AT END
                       SET HACCHU-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOADED-ORDER-COUNT
                       MOVE HC-ORDER-NO      TO WS-HC-NO(HC-IDX)
                       MOVE HC-ORDER-DATE    TO WS-HC-ORDER-DATE(HC-IDX)
                       MOVE HC-TENPO-CODE    TO WS-HC-TENPO(HC-IDX)
                       MOVE HC-SHOHIN-CODE   TO WS-HC-SHOHIN(HC-IDX)
                       MOVE HC-SUPPLIER-CODE TO WS-HC-SUPPLIER(HC-IDX)
                       MOVE HC-ORDER-QTY     TO WS-HC-ORDER-QTY(HC-IDX)
                       MOVE HC-DUE-DATE      TO WS-HC-DUE-DATE(HC-IDX)
                       MOVE HC-RECEIVED-QTY
                           TO WS-HC-RECEIVED-QTY(HC-IDX)
                       MOVE HC-STATUS        TO WS-HC-STATUS(HC-IDX)
                       IF HC-ORDER-NO > WS-ORDER-LAST-NO
                           MOVE HC-ORDER-NO TO WS-ORDER-LAST-NO
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT HACCHU-EOF
               READ ORDER-FILE
                   AT END SET HACCHU-EOF TO TRUE
                   NOT AT END PERFORM 9380-SHOW-HACCHU-OVERFLOW
               END-READ
           END-IF.
           CLOSE ORDER-FILE.
           SET ORDER-DIRTY TO FALSE.
           DISPLAY "発注データ読み込み完了: "
               WS-LOADED-ORDER-COUNT "件" UPON SYSCONSOLE.

      ******************************************************************
       1293-LOAD-TRANSFER-FILE.
      ******************************************************************
      * IDODAT.DAT (店間移動台帳) を読み込む。
      * 無ければ移動なし。
           MOVE 0 TO WS-LOADED-TRANSFER-COUNT.
           SET TRANSFER-OVERFLOW TO FALSE.
           OPEN INPUT TRANSFER-FILE.
           IF FS-IDODAT NOT = "00"
               IF FS-IDODAT NOT = "05" AND FS-IDODAT NOT = "35"
                   MOVE "IDODAT-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-IDODAT     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET IDODAT-EOF TO FALSE.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IDODAT-EOF OR IT-IDX > WS-MAX-TRANSFER
               READ TRANSFER-FILE
                   AT END
                       SET IDODAT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOADED-TRANSFER-COUNT
                       MOVE IT-SLIP-NO     TO WS-IT-SLIP-NO(IT-IDX)
                       MOVE IT-FROM-TENPO  TO WS-IT-FROM(IT-IDX)
                       MOVE IT-TO-TENPO    TO WS-IT-TO(IT-IDX)
                       MOVE IT-SHOHIN-CODE TO WS-IT-SHOHIN(IT-IDX)
                       MOVE IT-OUT-DATE    TO WS-IT-OUT-DATE(IT-IDX)
                       MOVE IT-OUT-QTY     TO WS-IT-OUT-QTY(IT-IDX)
                       MOVE IT-IN-DATE     TO WS-IT-IN-DATE(IT-IDX)
                       MOVE IT-IN-QTY      TO WS-IT-IN-QTY(IT-IDX)
                       MOVE IT-STATUS      TO WS-IT-STATUS(IT-IDX)
               END-READ
           END-PERFORM.
           IF NOT IDODAT-EOF
               READ TRANSFER-FILE
                   AT END SET IDODAT-EOF TO TRUE
                   NOT AT END
                       SET TRANSFER-OVERFLOW TO TRUE
                       PERFORM 9385-SHOW-TRANSFER-OVERFLOW
               END-READ
           END-IF.
           CLOSE TRANSFER-FILE.
           SET TRANSFER-DIRTY TO FALSE.
           DISPLAY "店間移動台帳読み込み完了: "
               WS-LOADED-TRANSFER-COUNT "件" UPON SYSCONSOLE.

      ******************************************************************
       1294-LOAD-STORE-CALENDAR.
      ******************************************************************
      * EIGYO.DAT を読み込む。無ければ毎日営業。
      * 区分/曜日/日付の不正な行は読み飛ばす。
           MOVE 0 TO WS-LOADED-CALENDAR-COUNT.
           MOVE 0 TO WS-CALENDAR-SKIP-COUNT.
           OPEN INPUT STORE-CALENDAR-FILE.
           IF FS-EIGYO NOT = "00"
               IF FS-EIGYO NOT = "05" AND FS-EIGYO NOT = "35"
                   MOVE "EIGYO-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-EIGYO     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET EIGYO-EOF TO FALSE.
           PERFORM UNTIL EIGYO-EOF OR
                         WS-LOADED-CALENDAR-COUNT >= WS-MAX-CALENDAR
               READ STORE-CALENDAR-FILE
                   AT END
                       SET EIGYO-EOF TO TRUE
                   NOT AT END
                       PERFORM 1296-STORE-CALENDAR-ENTRY
               END-READ
           END-PERFORM.
           IF NOT EIGYO-EOF
               READ STORE-CALENDAR-FILE
                   AT END SET EIGYO-EOF TO TRUE
                   NOT AT END PERFORM 9395-SHOW-CALENDAR-OVERFLOW
               END-READ
           END-IF.
           CLOSE STORE-CALENDAR-FILE.
           DISPLAY "営業日カレンダー読み込み完了: "
               WS-LOADED-CALENDAR-COUNT "件" UPON SYSCONSOLE.
           IF WS-CALENDAR-SKIP-COUNT > 0
               DISPLAY "  カレンダー読み飛ばし: "
                   WS-CALENDAR-SKIP-COUNT "件" UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       1296-STORE-CALENDAR-ENTRY.
      ******************************************************************
           IF EG-TENPO-CODE NOT NUMERIC
               ADD 1 TO WS-CALENDAR-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE EG-KBN
               WHEN 'W'
                   IF EG-WEEKDAY NOT NUMERIC OR
                      EG-WEEKDAY < 1 OR EG-WEEKDAY > 7
                       ADD 1 TO WS-CALENDAR-SKIP-COUNT
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'C'
               WHEN 'O'
                   IF EG-TO-DATE NOT NUMERIC
                       ADD 1 TO WS-CALENDAR-SKIP-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   IF EG-TO-DATE = 0
                       MOVE EG-FROM-DATE TO EG-TO-DATE
                   END-IF
                   MOVE EG-FROM-DATE TO WS-DATE-CHECK
                   PERFORM 9400-VALIDATE-DATE
                   IF NOT DATE-VALID
                       ADD 1 TO WS-CALENDAR-SKIP-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE EG-TO-DATE TO WS-DATE-CHECK
                   PERFORM 9400-VALIDATE-DATE
                   IF NOT DATE-VALID OR
                      EG-TO-DATE < EG-FROM-DATE
                       ADD 1 TO WS-CALENDAR-SKIP-COUNT
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CALENDAR-SKIP-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-LOADED-CALENDAR-COUNT.
           SET EG-IDX TO WS-LOADED-CALENDAR-COUNT.
           MOVE EG-KBN        TO WS-EG-KBN(EG-IDX).
           MOVE EG-TENPO-CODE TO WS-EG-TENPO(EG-IDX).
           IF EG-KBN = 'W'
               MOVE EG-WEEKDAY TO WS-EG-WEEKDAY(EG-IDX)
               MOVE 0          TO WS-EG-FROM(EG-IDX)
               MOVE 0          TO WS-EG-TO(EG-IDX)
           ELSE
               MOVE 0            TO WS-EG-WEEKDAY(EG-IDX)
               MOVE EG-FROM-DATE TO WS-EG-FROM(EG-IDX)
               MOVE EG-TO-DATE   TO WS-EG-TO(EG-IDX)
           END-IF.

      ******************************************************************
       1295-LOAD-CLOSED-CONTROL.
      ******************************************************************
      * CLSCTL.DAT を読み込む。追記専用のため
      * 同一年月はテーブル上で最終行の状態に
      * 置き換える。
           MOVE 0 TO WS-LOADED-CLSCTL-COUNT.
           MOVE SPACES TO WS-GUARD-LAST-YYYYMM.
           OPEN INPUT CLOSE-CONTROL-FILE.
           IF FS-CLSCTL NOT = "00"
               IF FS-CLSCTL NOT = "05" AND FS-CLSCTL NOT = "35"
                   MOVE "CLSCTL-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-CLSCTL     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
                   MOVE 'Y' TO WS-BREQ-AUDIT
               WHEN 'J'
                   MOVE 'Y' TO WS-BREQ-SIWAKE
               WHEN 'K'
                   MOVE 'Y' TO WS-BREQ-HATREP
               WHEN 'L'
                   MOVE 'Y' TO WS-BREQ-ZANREP
               WHEN 'M'
                   MOVE 'Y' TO WS-BREQ-TANREP
               WHEN 'N'
                   MOVE 'Y' TO WS-BREQ-IDOREP
               WHEN 'O'
                   MOVE 'Y' TO WS-BREQ-TOKREP
               WHEN 'P'
                   MOVE 'Y' TO WS-BREQ-SEIREP
               WHEN 'Q'
                   MOVE 'Y' TO WS-BREQ-UPLREP
               WHEN 'R'
                   MOVE 'Y' TO WS-BREQ-YOSOKU
               WHEN 'S'
                   MOVE 'Y' TO WS-BREQ-FUDREP
               WHEN 'Z'
      * 夜間一括: 主要7帳票と取込状況表をまとめて
      * 要求する。
                   MOVE 'Y' TO WS-BREQ-TENREP
                   MOVE 'Y' TO WS-BREQ-SHOREP
                   MOVE 'Y' TO WS-BREQ-CSV
                   MOVE 'Y' TO WS-BREQ-RANK
                   MOVE 'Y' TO WS-BREQ-YOSAN
                   MOVE 'Y' TO WS-BREQ-HIKAKU
                   MOVE 'Y' TO WS-BREQ-UPLREP
               WHEN OTHER
                   DISPLAY "不明な帳票区分: " BP-REPORT-TYPE
                       UPON SYSCONSOLE
       1700-RUN-BATCH-REPORT.
      ******************************************************************
      * 要求された帳票をまとめて作成する。
      * 各帳票を1ステップとして BATSTP.DAT に記録し、
      * 同日の再実行では完了済みステップを飛ばす。
      * 異常のステップで以降を打ち切る。
      * 販売実績は 1750 の1パスで全テーブルへ
      * 集計し、以降は印字のみ行う。
           PERFORM 1500-PREPARE-URIAGE-ERROR-FILE.
           DISPLAY "バッチ対象年月: " WS-REPORT-YYYYMM
               UPON SYSCONSOLE.
           PERFORM 1702-LOAD-BATCH-STEPS.

           PERFORM 1705-CHECK-COMBINED-PASS.
           IF BATCH-PASS-NEEDED
               SET BATCH-STEP-ERROR TO FALSE
               IF WS-BREQ-TREND = 'Y'
                   MOVE WS-BATCH-STORE-CODE
                       TO WS-TREND-STORE-FILTER
                   PERFORM 6060-PARSE-TREND-FILTER
               END-IF
               PERFORM 1750-ACCUMULATE-COMBINED-PASS
               IF BATCH-STEP-ERROR
                   SET BATCH-STOPPED TO TRUE
                   DISPLAY "一括集計が異常終了しました。"
                       UPON SYSCONSOLE
               END-IF
           END-IF.

           IF WS-BREQ-TENREP = 'Y'
               MOVE '1' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 3300-PRINT-TENPO-REPORT
                   IF FS-TENREP = "00"
                       MOVE '1' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-SHOREP = 'Y'
               MOVE '2' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 4300-PRINT-SHOHIN-REPORT
                   IF FS-SHOREP = "00"
                       MOVE '2' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-CSV = 'Y'
               MOVE '3' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 5100-PRINT-TENPO-CSV
                   PERFORM 5200-PRINT-SHOHIN-CSV
                   IF FS-TENCSV = "00" AND FS-SHOCSV = "00"
                       MOVE '3' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-TREND = 'Y'
               MOVE '4' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 6300-PRINT-TREND-REPORT
                   IF FS-DAYREP = "00"
                       MOVE '4' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-RANK = 'Y'
               MOVE '5' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7100-PRINT-RANKING-REPORT
                   IF FS-RANKREP = "00"
                       MOVE '5' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-YOSAN = 'Y'
               MOVE '8' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7410-PRINT-BUDGET-REPORT
                   IF FS-YOSREP = "00"
                       MOVE '8' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
      * 対比表は前月/前年の2ヶ月分を追加で読む。
           IF WS-BREQ-HIKAKU = 'Y'
               MOVE 'A' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7600-CREATE-COMPARE-REPORT
                   IF FS-TENHIK = "00"
                       MOVE 'A' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-ZAIREP = 'Y'
               MOVE 'F' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7500-CREATE-ZAIKO-REPORT
                   IF FS-ZAIREP = "00"
                       MOVE 'F' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-MARGIN = 'Y'
               MOVE 'G' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 5300-CREATE-MARGIN-REPORT
                   IF FS-MARREP = "00"
                       MOVE 'G' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-YTD = 'Y'
               MOVE 'H' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 5500-CREATE-YTD-REPORT
                   IF FS-YTDREP = "00"
                       MOVE 'H' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-AUDIT = 'Y'
               MOVE 'I' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7900-INTEGRITY-AUDIT
                   IF FS-CHKREP = "00"
                       MOVE 'I' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-SIWAKE = 'Y'
               MOVE 'J' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 5700-CREATE-SIWAKE-EXTRACT
                   IF FS-SIWAKE = "00"
                       MOVE 'J' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       IF NOT SIWAKE-NO-CHANGE
                           SET BATCH-STEP-ERROR TO TRUE
                       END-IF
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-HATREP = 'Y'
               MOVE 'K' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7550-CREATE-ORDER-SUGGESTION
                   IF FS-HATREP = "00"
                       MOVE 'K' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-ZANREP = 'Y'
               MOVE 'L' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7580-CREATE-BACKORDER-REPORT
                   IF FS-ZANREP = "00"
                       MOVE 'L' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-TANREP = 'Y'
               MOVE 'M' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7760-STOCK-COUNT-INTAKE
                   IF FS-TANREP = "00"
                       MOVE 'M' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-IDOREP = 'Y'
               MOVE 'N' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7780-CREATE-TRANSFER-REPORT
                   IF FS-IDOREP = "00"
                       MOVE 'N' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-TOKREP = 'Y'
               MOVE 'O' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7790-CREATE-CAMPAIGN-REPORT
                   IF FS-TOKREP = "00"
                       MOVE 'O' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-SEIREP = 'Y'
               MOVE 'P' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7300-CREATE-SETTLEMENT-REPORT
                   IF FS-SEIREP = "00"
                       MOVE 'P' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
      * 取込状況表は年月指定なしなら前日の月を見る
      * (翌朝の未着督促用)。
           IF WS-BREQ-UPLREP = 'Y'
               MOVE 'Q' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   IF WS-BATCH-MONTH-SET-FLG = 'Y'
                       MOVE WS-REPORT-YYYYMM TO WS-UG-YYYYMM
                   ELSE
                       MOVE WS-RUNLOG-DATE TO WS-DATE-CHECK
                       MOVE 1 TO WS-DATE-ADD-DAYS
                       PERFORM 9420-SUBTRACT-DAYS-FROM-DATE
                       MOVE WS-DATE-CHECK(1:6) TO WS-UG-YYYYMM
                   END-IF
                   PERFORM 7270-CREATE-UPLOAD-STATUS-REPORT
                   IF FS-UPLREP = "00"
                       MOVE 'Q' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
           IF WS-BREQ-YOSOKU = 'Y'
               MOVE 'R' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   PERFORM 7440-CREATE-SALES-FORECAST
                   IF FS-YOSOKU = "00" AND FS-YOSANAN = "00"
                       MOVE 'R' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.
      * 不動在庫表は既定の判定月数で作成する。
           IF WS-BREQ-FUDREP = 'Y'
               MOVE 'S' TO WS-BSTEP-CODE
               PERFORM 1710-BEGIN-BATCH-STEP
               IF BATCH-STEP-RUN
                   MOVE WS-DS-DEFAULT-MONTHS TO WS-DS-DEAD-MONTHS
                   PERFORM 7530-CREATE-DEAD-STOCK-REPORT
                   IF FS-FUDREP = "00" AND FS-FUDCSV = "00"
                       MOVE 'S' TO WS-RUNLOG-LAST-CODE
                       PERFORM 9910-APPEND-REPORT-CODE
                   ELSE
                       SET BATCH-STEP-ERROR TO TRUE
                   END-IF
                   PERFORM 1720-END-BATCH-STEP
               END-IF
           END-IF.

      ******************************************************************
       1702-LOAD-BATCH-STEPS.
      ******************************************************************
      * BATSTP.DAT から本日・同年月の完了ステップを
      * 控える。1件でもあれば再開実行とする。
           MOVE 0 TO WS-BSTEP-DONE-COUNT.
           SET BATCH-RESUMED TO FALSE.
           SET BATCH-STOPPED TO FALSE.
           OPEN INPUT BATCH-STEP-FILE.
           IF FS-BATSTP NOT = "00"
               IF FS-BATSTP NOT = "05" AND FS-BATSTP NOT = "35"
                   MOVE "BATSTP-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-BATSTP     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SET BATSTP-EOF TO FALSE.
           READ BATCH-STEP-FILE AT END SET BATSTP-EOF TO TRUE
           END-READ.
           PERFORM UNTIL BATSTP-EOF
               IF BS-RUN-DATE = WS-RUNLOG-DATE AND
                  BS-YYYYMM = WS-REPORT-YYYYMM AND
                  BS-STATUS = 'C'
                   MOVE BS-STEP-CODE TO WS-BSTEP-CODE
                   PERFORM 1715-FIND-DONE-STEP
                   IF NOT BATCH-STEP-DONE AND
                      WS-BSTEP-DONE-COUNT < 40
                       ADD 1 TO WS-BSTEP-DONE-COUNT
                       SET BS-IDX TO WS-BSTEP-DONE-COUNT
                       MOVE BS-STEP-CODE
                           TO WS-BSTEP-DONE-CODE(BS-IDX)
                   END-IF
               END-IF
               READ BATCH-STEP-FILE
                   AT END SET BATSTP-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BATCH-STEP-FILE.
           IF WS-BSTEP-DONE-COUNT > 0
               SET BATCH-RESUMED TO TRUE
               DISPLAY "再実行: 完了済みステップは省略。"
                   UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       1705-CHECK-COMBINED-PASS.
      ******************************************************************
      * 一括集計を使う帳票 (1/2/3/4/5/8) に未完了の
      * ステップがあるときだけ 1750 を行う。
           SET BATCH-PASS-NEEDED TO FALSE.
           IF WS-BREQ-TENREP = 'Y'
               MOVE '1' TO WS-BSTEP-CODE
               PERFORM 1708-MARK-PASS-IF-PENDING
           END-IF.
           IF WS-BREQ-SHOREP = 'Y'
               MOVE '2' TO WS-BSTEP-CODE
               PERFORM 1708-MARK-PASS-IF-PENDING
           END-IF.
           IF WS-BREQ-CSV = 'Y'
               MOVE '3' TO WS-BSTEP-CODE
               PERFORM 1708-MARK-PASS-IF-PENDING
           END-IF.
           IF WS-BREQ-TREND = 'Y'
               MOVE '4' TO WS-BSTEP-CODE
               PERFORM 1708-MARK-PASS-IF-PENDING
           END-IF.
           IF WS-BREQ-RANK = 'Y'
               MOVE '5' TO WS-BSTEP-CODE
               PERFORM 1708-MARK-PASS-IF-PENDING
           END-IF.
           IF WS-BREQ-YOSAN = 'Y'
               MOVE '8' TO WS-BSTEP-CODE
               PERFORM 1708-MARK-PASS-IF-PENDING
           END-IF.

      ******************************************************************
       1708-MARK-PASS-IF-PENDING.
      ******************************************************************
           PERFORM 1715-FIND-DONE-STEP.
           IF NOT BATCH-STEP-DONE
               SET BATCH-PASS-NEEDED TO TRUE
           END-IF.

      ******************************************************************
       1710-BEGIN-BATCH-STEP.
      ******************************************************************
      * WS-BSTEP-CODE のステップを実行するか決める。
      * 前のステップが異常なら以降は実行しない。
           SET BATCH-STEP-RUN TO FALSE.
           IF BATCH-STOPPED
               DISPLAY "未実行 (先行ステップ異常): "
                   WS-BSTEP-CODE UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1715-FIND-DONE-STEP.
           IF BATCH-STEP-DONE
               DISPLAY "完了済みのため省略: " WS-BSTEP-CODE
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           SET BATCH-STEP-ERROR TO FALSE.
           SET BATCH-STEP-RUN TO TRUE.

      ******************************************************************
       1715-FIND-DONE-STEP.
      ******************************************************************
           SET BATCH-STEP-DONE TO FALSE.
           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > WS-BSTEP-DONE-COUNT
               IF WS-BSTEP-DONE-CODE(BS-IDX) = WS-BSTEP-CODE
                   SET BATCH-STEP-DONE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       1720-END-BATCH-STEP.
      ******************************************************************
      * ステップの結果を BATSTP.DAT に1行追記する。
      * 異常なら以降のステップを打ち切る。
           ACCEPT WS-BSTEP-TIME FROM TIME.
           OPEN EXTEND BATCH-STEP-FILE.
           IF FS-BATSTP NOT = "00"
               OPEN OUTPUT BATCH-STEP-FILE
           END-IF.
           IF FS-BATSTP NOT = "00"
               DISPLAY "BATSTP.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-BATSTP UPON SYSCONSOLE
               SET JOB-HAS-WARNING TO TRUE
           ELSE
               MOVE WS-RUNLOG-DATE   TO BS-RUN-DATE
               MOVE WS-REPORT-YYYYMM TO BS-YYYYMM
               MOVE WS-BSTEP-CODE    TO BS-STEP-CODE
               IF BATCH-STEP-ERROR
                   MOVE 'F' TO BS-STATUS
               ELSE
                   MOVE 'C' TO BS-STATUS
               END-IF
               MOVE WS-BSTEP-TIME    TO BS-END-TIME
               WRITE BATCH-STEP-RECORD
               CLOSE BATCH-STEP-FILE
           END-IF.
           IF BATCH-STEP-ERROR
               SET BATCH-STOPPED TO TRUE
               DISPLAY "ステップ異常終了: " WS-BSTEP-CODE
                   UPON SYSCONSOLE
               DISPLAY "再実行で当ステップから再開。"
                   UPON SYSCONSOLE
           END-IF.

      ******************************************************************
           DISPLAY "H: 年度累計表(4月起点)" UPON SYSCONSOLE.
           DISPLAY "I: 整合性監査" UPON SYSCONSOLE.
           DISPLAY "J: 会計仕訳抽出" UPON SYSCONSOLE.
           DISPLAY "K: 発注提案/発注データ作成"
               UPON SYSCONSOLE.
           DISPLAY "L: 発注残/入荷差異表" UPON SYSCONSOLE.
           DISPLAY "M: 棚卸差異表/在庫調整" UPON SYSCONSOLE.
           DISPLAY "N: 店間移動照合表" UPON SYSCONSOLE.
           DISPLAY "O: キャンペーン実績表" UPON SYSCONSOLE.
           DISPLAY "P: レジ精算過不足表" UPON SYSCONSOLE.
           DISPLAY "Q: POS取込状況表" UPON SYSCONSOLE.
           DISPLAY "R: 売上予測/予算案作成" UPON SYSCONSOLE.
           DISPLAY "S: 不動在庫表(CSV付)" UPON SYSCONSOLE.
           DISPLAY "9: 終了" UPON SYSCONSOLE.
           DISPLAY "------------------------------------"
               UPON SYSCONSOLE.
               WHEN 'E'
               WHEN 'I'
               WHEN 'J'
               WHEN 'K'
               WHEN 'M'
               WHEN 'P'
                   SET MENU-ALLOWED TO FALSE
               WHEN OTHER
                   CONTINUE
           MOVE WS-SUSP-RCPT-WORK TO WS-SP-RECEIPT(SP-IDX).
           MOVE SPACE          TO WS-SP-REMOVED-FLG(SP-IDX).
           SET SUSPENSE-DIRTY TO TRUE.
           SET JOB-HAS-WARNING TO TRUE.

      ******************************************************************
       3215-LOOKUP-SHOHIN-TAX-KBN.
      ******************************************************************
      * 数量×単価との差が許容値超過なら記録する。
      * 単価は売上日時点で有効なものを使用する。
      * 売上日に有効な特売があれば特売単価でも可。
           PERFORM 4216-LOOKUP-PRICE-ON-DATE.
           COMPUTE WS-EXPECTED-AMOUNT =
               UJ-QUANTITY * WS-PH-FOUND-PRICE.
               MOVE WS-AMOUNT-DIFF TO WS-AMOUNT-DIFF-ABS
           END-IF.
           IF WS-AMOUNT-DIFF-ABS > WS-AMOUNT-TOLERANCE
               PERFORM 4217-CHECK-PROMOTION-PRICE
               IF NOT PROMO-PRICE-MATCHED
                   PERFORM 4220-WRITE-AMOUNT-MISMATCH
               END-IF
           END-IF.

      ******************************************************************
               END-IF
           END-PERFORM.

      ******************************************************************
       4217-CHECK-PROMOTION-PRICE.
      ******************************************************************
      * UJ-DATE に有効で、当該店舗が対象の特売単価と
      * 照合する。一致すれば PROMO-PRICE-MATCHED。
      * 店舗の地域は店舗マスターから引く。
           SET PROMO-PRICE-MATCHED TO FALSE.
           IF WS-LOADED-PROMO-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PROMO-REGION.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-CODE(TM-IDX) = UJ-TENPO-CODE
                   MOVE WS-TM-REGION(TM-IDX) TO WS-PROMO-REGION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-LOADED-PROMO-COUNT OR
                         PROMO-PRICE-MATCHED
               PERFORM 4218-CHECK-ONE-PROMOTION
           END-PERFORM.

      ******************************************************************
       4218-CHECK-ONE-PROMOTION.
      ******************************************************************
      * 割引率は単価で丸めた額と行で丸めた額の
      * どちらと一致してもよい (POSにより異なる)。
           IF WS-TK-SHOHIN(TK-IDX) NOT = UJ-SHOHIN-CODE OR
              UJ-DATE < WS-TK-START(TK-IDX) OR
              UJ-DATE > WS-TK-END(TK-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-TK-TENPO(TK-IDX) NOT = 0
               IF WS-TK-TENPO(TK-IDX) NOT = UJ-TENPO-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-TK-REGION(TK-IDX) NOT = SPACES AND
                  WS-TK-REGION(TK-IDX) NOT = WS-PROMO-REGION
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-TK-PRICE(TK-IDX) > 0
               MOVE WS-TK-PRICE(TK-IDX) TO WS-PROMO-UNIT-PRICE
           ELSE
               COMPUTE WS-PROMO-UNIT-PRICE ROUNDED =
                   WS-PH-FOUND-PRICE
                   * (100 - WS-TK-RATE(TK-IDX)) / 100
           END-IF.
           COMPUTE WS-EXPECTED-AMOUNT =
               UJ-QUANTITY * WS-PROMO-UNIT-PRICE.
           PERFORM 4219-TEST-PROMOTION-AMOUNT.
           IF PROMO-PRICE-MATCHED OR WS-TK-PRICE(TK-IDX) > 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
               UJ-QUANTITY * WS-PH-FOUND-PRICE
               * (100 - WS-TK-RATE(TK-IDX)) / 100.
           PERFORM 4219-TEST-PROMOTION-AMOUNT.

      ******************************************************************
       4219-TEST-PROMOTION-AMOUNT.
      ******************************************************************
           COMPUTE WS-AMOUNT-DIFF = UJ-AMOUNT - WS-EXPECTED-AMOUNT.
           IF WS-AMOUNT-DIFF < 0
               MULTIPLY WS-AMOUNT-DIFF BY -1
                   GIVING WS-AMOUNT-DIFF-ABS
           ELSE
               MOVE WS-AMOUNT-DIFF TO WS-AMOUNT-DIFF-ABS
           END-IF.
           IF WS-AMOUNT-DIFF-ABS NOT > WS-AMOUNT-TOLERANCE
               SET PROMO-PRICE-MATCHED TO TRUE
           END-IF.

      ******************************************************************
       4220-WRITE-AMOUNT-MISMATCH.
      ******************************************************************
      ******************************************************************
      * 経理向け仕訳インターフェース (SIWAKE.DAT) を
      * 作成する。店舗×日毎に売上(税抜)/消費税10%/
      * 消費税8%/返品/現金過不足の仕訳行を書く。
      * 売上 (過不足を除く) の抽出合計が
      * 店舗別実績表の総合計と一致した場合のみ
      * ファイルを作成する (リリース前残高検証)。
      * 送信済みの月は受理済み分との差額 (調整/取消)
      * のみを書く。未確認の送信があれば止める。
           DISPLAY "会計仕訳抽出を作成中..." UPON SYSCONSOLE.
           MOVE SPACES TO FS-SIWAKE.
           SET SIWAKE-NO-CHANGE TO FALSE.
           PERFORM 5740-LOAD-SIWAKE-LOG.
           IF SIWAKE-BLOCKED
               DISPLAY "SIWAKE.DAT は作成されていません。"
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5730-RESET-SIWAKE-TABLE.
           PERFORM 5710-ACCUMULATE-SIWAKE-SALES.
           PERFORM 5717-ACCUMULATE-SIWAKE-OVSH.

      * 照合用に店舗別実績の総合計を求め直す。
      * バッチ一括集計済みならその合計を使う
      * (未突合一覧への二重出力も防ぐ)。
               END-IF
           END-PERFORM.

      ******************************************************************
       5717-ACCUMULATE-SIWAKE-OVSH.
      ******************************************************************
      * KAFUSO.DAT の確定済み過不足を店舗×日の
      * 純額にまとめる (売上の残高検証には入れない)
           OPEN INPUT OVER-SHORT-FILE.
           IF FS-KAFUSO NOT = "00"
               IF FS-KAFUSO NOT = "05" AND FS-KAFUSO NOT = "35"
                   MOVE "KAFUSO-SWK" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-KAFUSO    TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET KAFUSO-EOF TO FALSE.
           READ OVER-SHORT-FILE AT END SET KAFUSO-EOF TO TRUE
           END-READ.
           PERFORM UNTIL KAFUSO-EOF
               IF KF-DATE(1:6) = WS-REPORT-YYYYMM
                   PERFORM VARYING SWT-IDX FROM 1 BY 1
                           UNTIL SWT-IDX > WS-LOADED-TENPO-COUNT
                       IF KF-TENPO-CODE = WS-TM-CODE(SWT-IDX)
                           MOVE KF-DATE(7:2) TO WS-SIWAKE-DAY
                           SET SWD-IDX TO WS-SIWAKE-DAY
                           IF KF-KBN = 'S'
                               SUBTRACT KF-AMOUNT FROM
                                   WS-SW-OVSH(SWT-IDX, SWD-IDX)
                           ELSE
                               ADD KF-AMOUNT TO
                                   WS-SW-OVSH(SWT-IDX, SWD-IDX)
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               READ OVER-SHORT-FILE
                   AT END SET KAFUSO-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OVER-SHORT-FILE.

      ******************************************************************
       5720-WRITE-SIWAKE-FILE.
      ******************************************************************
      * 検証合格後にヘッダー/明細/トレーラー
      * を書く。金額0の仕訳行は書かない。
      * 受理済みの送信がある月は差額調整抽出とし、
      * 差額が無ければ抽出も送信記録も作らない。
           IF WS-SL-ACCEPTED-COUNT > 0
               SET SIWAKE-ADJUSTING TO TRUE
               SET SIWAKE-COUNT-ONLY TO TRUE
               MOVE 0 TO WS-SIWAKE-REC-COUNT
               PERFORM VARYING SWT-IDX FROM 1 BY 1
                       UNTIL SWT-IDX > WS-LOADED-TENPO-COUNT
                   PERFORM VARYING SWD-IDX FROM 1 BY 1
                           UNTIL SWD-IDX > 31
                       PERFORM 5725-WRITE-SIWAKE-DAY-LINES
                   END-PERFORM
               END-PERFORM
               SET SIWAKE-COUNT-ONLY TO FALSE
               IF WS-SIWAKE-REC-COUNT = 0
                   SET SIWAKE-NO-CHANGE TO TRUE
                   DISPLAY "送信済み仕訳との差額なし。"
                       UPON SYSCONSOLE
                   DISPLAY "SIWAKE.DAT は未作成です。"
                       UPON SYSCONSOLE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SET SIWAKE-FULL TO TRUE
           END-IF.

           OPEN EXTEND SIWAKE-LOG-FILE.
           IF FS-SWLOG NOT = "00"
               OPEN OUTPUT SIWAKE-LOG-FILE
           END-IF.
           IF FS-SWLOG NOT = "00"
               MOVE "SWLOG-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-SWLOG     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "SWLOG.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-SWLOG UPON SYSCONSOLE
               DISPLAY "SIWAKE.DAT は作成されていません。"
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SIWAKE-FILE.
           IF FS-SIWAKE NOT = "00"
               MOVE "SIWAKE-OPEN" TO WS-RUNLOG-BAD-NAME
               DISPLAY "SIWAKE.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-SIWAKE UPON SYSCONSOLE
               CLOSE SIWAKE-LOG-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'H' TO SW-RECORD-TYPE.
           MOVE WS-REPORT-YYYYMM TO SW-HD-YYYYMM.
           MOVE WS-RUNLOG-DATE   TO SW-HD-CREATE-DATE.
           MOVE WS-SL-NEW-SEQ    TO SW-HD-SEQ-NO.
           MOVE WS-SL-KIND       TO SW-HD-KIND.
           WRITE SIWAKE-RECORD.

      * 廃止店舗は売上を集計しないが、確定済みの
      * 過不足があれば仕訳行を書く。
           PERFORM VARYING SWT-IDX FROM 1 BY 1
                   UNTIL SWT-IDX > WS-LOADED-TENPO-COUNT
               PERFORM VARYING SWD-IDX FROM 1 BY 1
                       UNTIL SWD-IDX > 31
                   PERFORM 5725-WRITE-SIWAKE-DAY-LINES
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO SIWAKE-RECORD.
           WRITE SIWAKE-RECORD.
           CLOSE SIWAKE-FILE.

      * 送信記録のトレーラーは抽出の完成後に書く
           MOVE SPACES TO SIWAKE-LOG-RECORD.
           MOVE 'T' TO SL-RECORD-TYPE.
           MOVE WS-REPORT-YYYYMM    TO SL-YYYYMM.
           MOVE WS-SL-NEW-SEQ       TO SL-SEQ-NO.
           MOVE WS-SL-KIND          TO SL-TR-KIND.
           MOVE WS-RUNLOG-DATE      TO SL-TR-SEND-DATE.
           MOVE WS-SIWAKE-REC-COUNT TO SL-TR-RECORD-COUNT.
           MOVE WS-SIWAKE-HASH      TO SL-TR-AMOUNT-HASH.
           WRITE SIWAKE-LOG-RECORD.
           CLOSE SIWAKE-LOG-FILE.

           MOVE WS-SIWAKE-REC-COUNT TO WS-SIWAKE-COUNT-ED.
           MOVE WS-SL-NEW-SEQ TO WS-SIWAKE-SEQ-ED.
           IF SIWAKE-ADJUSTING
               DISPLAY "差額調整仕訳を作成。連番: "
                   WS-SIWAKE-SEQ-ED UPON SYSCONSOLE
           ELSE
               DISPLAY "全量仕訳を作成。連番: "
                   WS-SIWAKE-SEQ-ED UPON SYSCONSOLE
           END-IF.
           DISPLAY "SIWAKE.DAT へ出力しました。仕訳行: "
               WS-SIWAKE-COUNT-ED "件" UPON SYSCONSOLE.

      ******************************************************************
       5725-WRITE-SIWAKE-DAY-LINES.
      ******************************************************************
      * 1店舗1日分の仕訳行 (最大6行) を書く。
      * 区分'5'=現金過剰 / '6'=現金不足 (金額は絶対値)
      * 受理済みの送信分を差し引き、差額0の区分は
      * 書かない (全量抽出では送信分は0)。
      * 差額調整では当日の金額が0になった区分も
      * 取消行として書くので日単位で省略しない。
           MOVE WS-REPORT-YYYYMM TO WS-SWDT-YYYYMM.
           SET WS-SIWAKE-DAY TO SWD-IDX.
           MOVE WS-SIWAKE-DAY TO WS-SWDT-DD.

           MOVE WS-SW-NET(SWT-IDX, SWD-IDX) TO WS-SIWAKE-CUR-AMT.
           MOVE 1 TO WS-SL-KBN-NO.
           PERFORM 5726-WRITE-SIWAKE-KBN-DIFF.
           MOVE WS-SW-TAX10(SWT-IDX, SWD-IDX)
               TO WS-SIWAKE-CUR-AMT.
           MOVE 2 TO WS-SL-KBN-NO.
           PERFORM 5726-WRITE-SIWAKE-KBN-DIFF.
           MOVE WS-SW-TAX8(SWT-IDX, SWD-IDX) TO WS-SIWAKE-CUR-AMT.
           MOVE 3 TO WS-SL-KBN-NO.
           PERFORM 5726-WRITE-SIWAKE-KBN-DIFF.
           MOVE WS-SW-RTN(SWT-IDX, SWD-IDX) TO WS-SIWAKE-CUR-AMT.
           MOVE 4 TO WS-SL-KBN-NO.
           PERFORM 5726-WRITE-SIWAKE-KBN-DIFF.
           IF WS-SW-OVSH(SWT-IDX, SWD-IDX) > 0
               MOVE WS-SW-OVSH(SWT-IDX, SWD-IDX)
                   TO WS-SIWAKE-CUR-AMT
           ELSE
               MOVE 0 TO WS-SIWAKE-CUR-AMT
           END-IF.
           MOVE 5 TO WS-SL-KBN-NO.
           PERFORM 5726-WRITE-SIWAKE-KBN-DIFF.
           IF WS-SW-OVSH(SWT-IDX, SWD-IDX) < 0
               COMPUTE WS-SIWAKE-CUR-AMT =
                   0 - WS-SW-OVSH(SWT-IDX, SWD-IDX)
           ELSE
               MOVE 0 TO WS-SIWAKE-CUR-AMT
           END-IF.
           MOVE 6 TO WS-SL-KBN-NO.
           PERFORM 5726-WRITE-SIWAKE-KBN-DIFF.

      ******************************************************************
       5726-WRITE-SIWAKE-KBN-DIFF.
      ******************************************************************
      * WS-SIWAKE-CUR-AMT (今回の金額) と送信済み額の
      * 差を1行にする。減額は符号'-'と絶対値で書く。
           COMPUTE WS-SIWAKE-DIFF-AMT = WS-SIWAKE-CUR-AMT
               - WS-SL-SENT(SWT-IDX, SWD-IDX, WS-SL-KBN-NO).
           IF WS-SIWAKE-DIFF-AMT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SL-KBN-NO TO WS-SIWAKE-LINE-KBN.
           IF WS-SIWAKE-DIFF-AMT < 0
               MOVE '-' TO WS-SIWAKE-LINE-SIGN
               COMPUTE WS-SIWAKE-LINE-AMT = 0 - WS-SIWAKE-DIFF-AMT
           ELSE
               MOVE SPACE TO WS-SIWAKE-LINE-SIGN
               MOVE WS-SIWAKE-DIFF-AMT TO WS-SIWAKE-LINE-AMT
           END-IF.
           PERFORM 5728-WRITE-SIWAKE-DETAIL.

      ******************************************************************
       5728-WRITE-SIWAKE-DETAIL.
      ******************************************************************
      * 仕訳行と同じ内容を送信記録にも書く。
      * 件数確認のみの場合は数えるだけ。
           IF SIWAKE-COUNT-ONLY
               ADD 1 TO WS-SIWAKE-REC-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SIWAKE-RECORD.
           MOVE 'D' TO SW-RECORD-TYPE.
           MOVE WS-SIWAKE-DETAIL-DATE TO SW-DT-DATE.
           MOVE WS-TM-CODE(SWT-IDX)   TO SW-DT-TENPO-CODE.
           MOVE WS-SIWAKE-LINE-KBN    TO SW-DT-LINE-KBN.
           MOVE WS-SIWAKE-LINE-AMT    TO SW-DT-AMOUNT.
           MOVE WS-SIWAKE-LINE-SIGN   TO SW-DT-SIGN.
           WRITE SIWAKE-RECORD.
           ADD 1 TO WS-SIWAKE-REC-COUNT.
           ADD WS-SIWAKE-LINE-AMT TO WS-SIWAKE-HASH.

           MOVE SPACES TO SIWAKE-LOG-RECORD.
           MOVE 'D' TO SL-RECORD-TYPE.
           MOVE WS-REPORT-YYYYMM      TO SL-YYYYMM.
           MOVE WS-SL-NEW-SEQ         TO SL-SEQ-NO.
           MOVE WS-SIWAKE-DETAIL-DATE TO SL-DT-DATE.
           MOVE WS-TM-CODE(SWT-IDX)   TO SL-DT-TENPO-CODE.
           MOVE WS-SIWAKE-LINE-KBN    TO SL-DT-LINE-KBN.
           IF WS-SIWAKE-LINE-SIGN = '-'
               COMPUTE SL-DT-AMOUNT = 0 - WS-SIWAKE-LINE-AMT
           ELSE
               MOVE WS-SIWAKE-LINE-AMT TO SL-DT-AMOUNT
           END-IF.
           WRITE SIWAKE-LOG-RECORD.

      ******************************************************************
       5730-RESET-SIWAKE-TABLE.
      ******************************************************************
                   MOVE 0 TO WS-SW-TAX10(SWT-IDX, SWD-IDX)
                   MOVE 0 TO WS-SW-TAX8(SWT-IDX, SWD-IDX)
                   MOVE 0 TO WS-SW-RTN(SWT-IDX, SWD-IDX)
                   MOVE 0 TO WS-SW-OVSH(SWT-IDX, SWD-IDX)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-SIWAKE-CHECK-TOTAL.
           MOVE 0 TO WS-SIWAKE-REC-COUNT.
           MOVE 0 TO WS-SIWAKE-HASH.

      ******************************************************************
       5740-LOAD-SIWAKE-LOG.
      ******************************************************************
      * SWLOG.DAT から対象月の送信済み連番を集め、
      * SWACK.DAT の受領結果を当てる。未確認の送信が
      * あれば抽出を止める。受理済みの送信明細は
      * 店舗×日×区分に合計する (差額抽出の基準)。
           SET SIWAKE-BLOCKED TO FALSE.
           MOVE SPACES TO WS-SL-EXTRACT-TABLE.
           MOVE 0 TO WS-SL-LAST-SEQ.
           MOVE 0 TO WS-SL-NEW-SEQ.
           MOVE 0 TO WS-SL-ACCEPTED-COUNT.
           MOVE 0 TO WS-SL-ORPHAN-COUNT.
           PERFORM VARYING SLT-IDX FROM 1 BY 1 UNTIL SLT-IDX > 50
               PERFORM VARYING SLD-IDX FROM 1 BY 1
                       UNTIL SLD-IDX > 31
                   PERFORM VARYING WS-SL-KBN-NO FROM 1 BY 1
                           UNTIL WS-SL-KBN-NO > 6
                       MOVE 0 TO
                           WS-SL-SENT(SLT-IDX, SLD-IDX, WS-SL-KBN-NO)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      * 1回目: 送信済み連番 (トレーラーあり) と
      * 最大連番 (書きかけの明細も含む) を求める
           OPEN INPUT SIWAKE-LOG-FILE.
           IF FS-SWLOG NOT = "00"
               IF FS-SWLOG NOT = "05" AND FS-SWLOG NOT = "35"
                   MOVE "SWLOG-LOAD" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-SWLOG     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
                   DISPLAY "SWLOG.DAT 読込エラー。抽出中止。"
                       UPON SYSCONSOLE
                   SET SIWAKE-BLOCKED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-SL-NEW-SEQ
               EXIT PARAGRAPH
           END-IF.
           SET SWLOG-EOF TO FALSE.
           READ SIWAKE-LOG-FILE AT END SET SWLOG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL SWLOG-EOF
               IF SL-YYYYMM = WS-REPORT-YYYYMM AND
                  SL-SEQ-NO IS NUMERIC AND SL-SEQ-NO > 0
                   IF SL-SEQ-NO > WS-SL-NEW-SEQ
                       MOVE SL-SEQ-NO TO WS-SL-NEW-SEQ
                   END-IF
                   IF SL-RECORD-TYPE = 'T'
                       SET SLX-IDX TO SL-SEQ-NO
                       MOVE 'Y' TO WS-SL-X-SENT(SLX-IDX)
                       IF SL-SEQ-NO > WS-SL-LAST-SEQ
                           MOVE SL-SEQ-NO TO WS-SL-LAST-SEQ
                       END-IF
                   END-IF
               END-IF
               READ SIWAKE-LOG-FILE
                   AT END SET SWLOG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SIWAKE-LOG-FILE.

           IF WS-SL-NEW-SEQ = WS-MAX-SL-EXTRACT
               DISPLAY "送信連番が上限です。抽出中止。"
                   UPON SYSCONSOLE
               SET SIWAKE-BLOCKED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SL-NEW-SEQ.
           IF WS-SL-LAST-SEQ = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM 5745-APPLY-SIWAKE-ACK.

      * 未確認の送信が残っていれば止める
           PERFORM VARYING SLX-IDX FROM 1 BY 1
                   UNTIL SLX-IDX > WS-SL-LAST-SEQ
               IF WS-SL-X-SENT(SLX-IDX) = 'Y'
                   EVALUATE WS-SL-X-STATUS(SLX-IDX)
                       WHEN 'A'
                           ADD 1 TO WS-SL-ACCEPTED-COUNT
                       WHEN 'R'
                           CONTINUE
                       WHEN OTHER
                           SET WS-SL-STORE-FOUND TO SLX-IDX
                           MOVE WS-SL-STORE-FOUND TO WS-SIWAKE-SEQ-ED
                           DISPLAY "経理の受領確認待ち。"
                               "連番: " WS-SIWAKE-SEQ-ED
                               UPON SYSCONSOLE
                           SET SIWAKE-BLOCKED TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF SIWAKE-BLOCKED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SL-LAST-SEQ TO WS-SIWAKE-SEQ-ED.
           SET SLX-IDX TO WS-SL-LAST-SEQ.
           IF WS-SL-X-STATUS(SLX-IDX) = 'R'
               DISPLAY "前回の仕訳は差戻しです。連番: "
                   WS-SIWAKE-SEQ-ED UPON SYSCONSOLE
           ELSE
               DISPLAY "前回の仕訳は受理済みです。連番: "
                   WS-SIWAKE-SEQ-ED UPON SYSCONSOLE
           END-IF.
           IF WS-SL-ACCEPTED-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

      * 2回目: 受理済み連番の明細を合計する
           OPEN INPUT SIWAKE-LOG-FILE.
           IF FS-SWLOG NOT = "00"
               MOVE "SWLOG-LOAD" TO WS-RUNLOG-BAD-NAME
               MOVE FS-SWLOG     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "SWLOG.DAT 読込エラー。抽出中止。"
                   UPON SYSCONSOLE
               SET SIWAKE-BLOCKED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET SWLOG-EOF TO FALSE.
           READ SIWAKE-LOG-FILE AT END SET SWLOG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL SWLOG-EOF
               IF SL-RECORD-TYPE = 'D' AND
                  SL-YYYYMM = WS-REPORT-YYYYMM AND
                  SL-SEQ-NO IS NUMERIC AND SL-SEQ-NO > 0
                   SET SLX-IDX TO SL-SEQ-NO
                   IF WS-SL-X-SENT(SLX-IDX) = 'Y' AND
                      WS-SL-X-STATUS(SLX-IDX) = 'A'
                       PERFORM 5748-ADD-SIWAKE-SENT
                   END-IF
               END-IF
               READ SIWAKE-LOG-FILE
                   AT END SET SWLOG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SIWAKE-LOG-FILE.

           IF WS-SL-ORPHAN-COUNT > 0
               MOVE WS-SL-ORPHAN-COUNT TO WS-SIWAKE-COUNT-ED
               DISPLAY "警告: 店舗マスタに無い送信明細: "
                   WS-SIWAKE-COUNT-ED "件 (差額対象外)"
                   UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       5745-APPLY-SIWAKE-ACK.
      ******************************************************************
      * 送信済み連番にだけ結果を当てる (後勝ち)
           OPEN INPUT SIWAKE-ACK-FILE.
           IF FS-SWACK NOT = "00"
               IF FS-SWACK NOT = "05" AND FS-SWACK NOT = "35"
                   MOVE "SWACK-LOAD" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-SWACK     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SET SWACK-EOF TO FALSE.
           READ SIWAKE-ACK-FILE AT END SET SWACK-EOF TO TRUE
           END-READ.
           PERFORM UNTIL SWACK-EOF
               IF AK-YYYYMM = WS-REPORT-YYYYMM AND
                  AK-SEQ-NO IS NUMERIC AND AK-SEQ-NO > 0 AND
                  (AK-STATUS = 'A' OR AK-STATUS = 'R')
                   SET SLX-IDX TO AK-SEQ-NO
                   IF WS-SL-X-SENT(SLX-IDX) = 'Y'
                       MOVE AK-STATUS TO WS-SL-X-STATUS(SLX-IDX)
                   END-IF
               END-IF
               READ SIWAKE-ACK-FILE
                   AT END SET SWACK-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SIWAKE-ACK-FILE.

      ******************************************************************
       5748-ADD-SIWAKE-SENT.
      ******************************************************************
           MOVE 0 TO WS-SL-STORE-FOUND.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > WS-LOADED-TENPO-COUNT
               IF SL-DT-TENPO-CODE = WS-TM-CODE(SLT-IDX)
                   SET WS-SL-STORE-FOUND TO SLT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SL-STORE-FOUND = 0 OR
              SL-DT-LINE-KBN < '1' OR SL-DT-LINE-KBN > '6' OR
              SL-DT-DATE(7:2) IS NOT NUMERIC
               ADD 1 TO WS-SL-ORPHAN-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SL-DT-DATE(7:2) TO WS-SL-DAY-NO.
           IF WS-SL-DAY-NO < 1 OR WS-SL-DAY-NO > 31
               ADD 1 TO WS-SL-ORPHAN-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET SLT-IDX TO WS-SL-STORE-FOUND.
           SET SLD-IDX TO WS-SL-DAY-NO.
           MOVE SL-DT-LINE-KBN TO WS-SL-KBN-NO.
           ADD SL-DT-AMOUNT
               TO WS-SL-SENT(SLT-IDX, SLD-IDX, WS-SL-KBN-NO).

      ******************************************************************
       6050-GET-TREND-STORE-FILTER.
      ******************************************************************

           MOVE 0 TO WS-UPLOAD-APPEND-COUNT.
           MOVE 0 TO WS-UPLOAD-DUP-COUNT.
           PERFORM 7262-OPEN-ZAIKO-MOVE-LOG.
           SET UPLOAD-EOF TO FALSE.
           READ UPLOAD-FILE AT END SET UPLOAD-EOF TO TRUE
           END-READ.
           END-PERFORM.
           CLOSE UPLOAD-FILE.
           CLOSE URIAGE-JISSEKI-FILE.
           PERFORM 7264-CLOSE-ZAIKO-MOVE-LOG.
           IF ZAIKO-DIRTY
               PERFORM 8690-REWRITE-ZAIKO-FILE
           END-IF.
      * 売上(S)は在庫を減らし返品(R)は戻す。
           MOVE UJ-TENPO-CODE  TO WS-ZAIKO-POST-TENPO.
           MOVE UJ-SHOHIN-CODE TO WS-ZAIKO-POST-SHOHIN.
           MOVE UJ-DATE        TO WS-ZAIKO-POST-DATE.
           IF UJ-TRAN-TYPE = 'R'
               MOVE UJ-QUANTITY TO WS-ZAIKO-POST-QTY
               MOVE 'R' TO WS-ZAIKO-POST-KIND
           ELSE
               COMPUTE WS-ZAIKO-POST-QTY = 0 - UJ-QUANTITY
               MOVE 'S' TO WS-ZAIKO-POST-KIND
           END-IF.
           PERFORM 7250-POST-ZAIKO-MOVEMENT.

           SET ZK-IDX TO WS-ZK-FOUND-IDX.
           ADD WS-ZAIKO-POST-QTY TO WS-ZK-CURRENT(ZK-IDX).
           SET ZAIKO-DIRTY TO TRUE.
           IF ZAIIDO-OPEN
               PERFORM 7260-WRITE-ZAIKO-MOVE-LOG
           END-IF.

      ******************************************************************
       7255-FIND-ZAIKO-BY-KEY.
           END-PERFORM.

      ******************************************************************
       7260-WRITE-ZAIKO-MOVE-LOG.
      ******************************************************************
      * 計上した増減を受払記録へ1行書く。区分と
      * 発生日は呼び出し側が設定する。
           MOVE WS-ZAIKO-POST-DATE   TO IV-DATE.
           MOVE WS-ZAIKO-POST-TENPO  TO IV-TENPO-CODE.
           MOVE WS-ZAIKO-POST-SHOHIN TO IV-SHOHIN-CODE.
           MOVE WS-ZAIKO-POST-KIND   TO IV-KIND.
           MOVE WS-ZAIKO-POST-QTY    TO IV-QTY.
           MOVE WS-RUNLOG-DATE       TO IV-TAKEN-DATE.
           WRITE STOCK-MOVE-RECORD.

      ******************************************************************
       7262-OPEN-ZAIKO-MOVE-LOG.
      ******************************************************************
      * 計上の前に受払記録を追記で開く。開けない
      * 場合も在庫計上は行う (受払は記録されない)。
           SET ZAIIDO-OPEN TO FALSE.
           MOVE "ZAIIDO.DAT" TO WS-ZAIIDO-FILE-NAME.
           OPEN EXTEND STOCK-MOVE-FILE.
           IF FS-ZAIIDO NOT = "00"
               OPEN OUTPUT STOCK-MOVE-FILE
           END-IF.
           IF FS-ZAIIDO NOT = "00"
               MOVE "ZAIIDO-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-ZAIIDO     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "ZAIIDO.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-ZAIIDO UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           SET ZAIIDO-OPEN TO TRUE.

      ******************************************************************
       7264-CLOSE-ZAIKO-MOVE-LOG.
      ******************************************************************
           IF ZAIIDO-OPEN
               CLOSE STOCK-MOVE-FILE
               SET ZAIIDO-OPEN TO FALSE
           END-IF.

      ******************************************************************
       7270-CREATE-UPLOAD-STATUS-REPORT.
      ******************************************************************
      * WS-UG-YYYYMM の月について店舗×日の取込状況
      * (TORREG.DAT と営業日カレンダー) を格子で
      * UPLREP.TXT へ出力する (翌朝の未着督促用)。
           DISPLAY "POS取込状況表を作成中..." UPON SYSCONSOLE.
           OPEN OUTPUT UPLOAD-STATUS-REPORT-FILE.
           IF FS-UPLREP NOT = "00"
               MOVE "UPLREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-UPLREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "POS取込状況表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-UPLREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7272-BUILD-UPLOAD-GRID.

      * Header
           MOVE SPACES TO WS-UPLREP-HEADER1.
           STRING "POS取込状況表 対象年月:" WS-UG-YYYYMM
                  " (作成日:" WS-RUNLOG-DATE ")"
                  DELIMITED BY SIZE INTO WS-UPLREP-HEADER1.
           WRITE UPLOAD-STATUS-REPORT-LINE FROM WS-UPLREP-HEADER1.
           WRITE UPLOAD-STATUS-REPORT-LINE FROM WS-DASHES-100.
           MOVE SPACES TO WS-UPLREP-DAY-LINE.
           PERFORM VARYING WS-UG-DAY-NO FROM 1 BY 1
                   UNTIL WS-UG-DAY-NO > WS-UG-MONTH-DAYS
               MOVE WS-UG-DAY-NO(1:1)
                   TO WS-UGH-DIGIT(WS-UG-DAY-NO)
           END-PERFORM.
           WRITE UPLOAD-STATUS-REPORT-LINE FROM WS-UPLREP-DAY-LINE.
           MOVE SPACES TO WS-UPLREP-DAY-LINE.
           MOVE "店舗 店舗名" TO WS-UGH-LABEL.
           PERFORM VARYING WS-UG-DAY-NO FROM 1 BY 1
                   UNTIL WS-UG-DAY-NO > WS-UG-MONTH-DAYS
               MOVE WS-UG-DAY-NO(2:1)
                   TO WS-UGH-DIGIT(WS-UG-DAY-NO)
           END-PERFORM.
           MOVE "未 遅 休" TO WS-UGH-TAIL.
           WRITE UPLOAD-STATUS-REPORT-LINE FROM WS-UPLREP-DAY-LINE.
           WRITE UPLOAD-STATUS-REPORT-LINE FROM WS-DASHES-100.

      * Detail (廃止店舗は載せない)
           PERFORM VARYING UGT-IDX FROM 1 BY 1
                   UNTIL UGT-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(UGT-IDX) NOT = 'D'
                   PERFORM 7280-EDIT-UPLOAD-STORE-LINE
                   WRITE UPLOAD-STATUS-REPORT-LINE
                       FROM WS-UPLREP-DETAIL-LINE
               END-IF
           END-PERFORM.

      * Footer
           WRITE UPLOAD-STATUS-REPORT-LINE FROM WS-DASHES-100.
           MOVE SPACES TO WS-UPLREP-LEGEND-LINE.
           STRING "o:取込済 L:遅延 X:未着 -:休業日 "
                  "C:休業日に受信 .:期日前"
                  DELIMITED BY SIZE INTO WS-UPLREP-LEGEND-LINE.
           WRITE UPLOAD-STATUS-REPORT-LINE FROM WS-UPLREP-LEGEND-LINE.
           MOVE WS-UG-MISSING-TOTAL     TO WS-UGC-MISSING.
           MOVE WS-UG-LATE-TOTAL        TO WS-UGC-LATE.
           MOVE WS-UG-CLOSED-DATA-TOTAL TO WS-UGC-CLOSED-DATA.
           WRITE UPLOAD-STATUS-REPORT-LINE FROM WS-UPLREP-COUNT-LINE.
           CLOSE UPLOAD-STATUS-REPORT-FILE.
           DISPLAY "UPLREP.TXT へ出力しました。"
               UPON SYSCONSOLE.
           IF WS-UG-MISSING-TOTAL > 0
               MOVE WS-UG-MISSING-TOTAL TO WS-UG-COUNT-ED
               DISPLAY "未着の営業日: " WS-UG-COUNT-ED "件"
                   UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       7272-BUILD-UPLOAD-GRID.
      ******************************************************************
      * 格子を作り直して未着/遅延等を数える。
           PERFORM VARYING UGT-IDX FROM 1 BY 1
                   UNTIL UGT-IDX > 50
               PERFORM VARYING UGD-IDX FROM 1 BY 1
                       UNTIL UGD-IDX > 31
                   MOVE 0     TO WS-UG-TAKEN-DATE(UGT-IDX, UGD-IDX)
                   MOVE SPACE TO WS-UG-CELL(UGT-IDX, UGD-IDX)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-UG-MISSING-TOTAL.
           MOVE 0 TO WS-UG-LATE-TOTAL.
           MOVE 0 TO WS-UG-CLOSED-DATA-TOTAL.
           MOVE 0 TO WS-UG-MONTH-DAYS.
           MOVE WS-UG-YYYYMM TO WS-UG-DATE-YYYYMM.
           MOVE 1 TO WS-UG-DATE-DD.
           IF WS-UG-DATE-YYYYMM NOT NUMERIC
               DISPLAY "対象年月が不正です: " WS-UG-YYYYMM
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-UG-DATE-N TO WS-DATE-CHECK.
           PERFORM 9400-VALIDATE-DATE.
           IF NOT DATE-VALID
               DISPLAY "対象年月が不正です: " WS-UG-YYYYMM
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DAYS-IN-MONTH TO WS-UG-MONTH-DAYS.
           PERFORM 9430-GET-DAY-OF-WEEK.
           MOVE WS-DAY-OF-WEEK TO WS-EG-WEEKDAY-NO.
           PERFORM 7274-SCAN-INTAKE-REGISTER.

           PERFORM VARYING UGD-IDX FROM 1 BY 1
                   UNTIL UGD-IDX > WS-UG-MONTH-DAYS
               SET WS-UG-DATE-DD TO UGD-IDX
               PERFORM VARYING UGT-IDX FROM 1 BY 1
                       UNTIL UGT-IDX > WS-LOADED-TENPO-COUNT
                   IF WS-TM-STATUS(UGT-IDX) NOT = 'D'
                       PERFORM 7276-CLASSIFY-UPLOAD-DAY
                   END-IF
               END-PERFORM
               IF WS-EG-WEEKDAY-NO = 7
                   MOVE 1 TO WS-EG-WEEKDAY-NO
               ELSE
                   ADD 1 TO WS-EG-WEEKDAY-NO
               END-IF
           END-PERFORM.

      ******************************************************************
       7274-SCAN-INTAKE-REGISTER.
      ******************************************************************
      * 対象月の取込台帳を格子へ写す。再送は拒否
      * されるが、重複時は最も早い取込日を採る。
           OPEN INPUT INTAKE-REGISTER-FILE.
           IF FS-TORREG NOT = "00"
               IF FS-TORREG NOT = "05" AND FS-TORREG NOT = "35"
                   MOVE "TORREG-UPL" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-TORREG    TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SET TORREG-EOF TO FALSE.
           PERFORM UNTIL TORREG-EOF
               READ INTAKE-REGISTER-FILE
                   AT END
                       SET TORREG-EOF TO TRUE
                   NOT AT END
                       IF RG-DATE(1:6) = WS-UG-YYYYMM
                           PERFORM 7275-MARK-UPLOAD-TAKEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTAKE-REGISTER-FILE.

      ******************************************************************
       7275-MARK-UPLOAD-TAKEN.
      ******************************************************************
           MOVE 0 TO WS-UG-STORE-FOUND.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-CODE(TM-IDX) = RG-TENPO-CODE
                   SET WS-UG-STORE-FOUND TO TM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE RG-DATE(7:2) TO WS-UG-DAY-NO.
           IF WS-UG-STORE-FOUND = 0 OR
              WS-UG-DAY-NO < 1 OR WS-UG-DAY-NO > 31
               EXIT PARAGRAPH
           END-IF.
           SET UGT-IDX TO WS-UG-STORE-FOUND.
           SET UGD-IDX TO WS-UG-DAY-NO.
           IF WS-UG-TAKEN-DATE(UGT-IDX, UGD-IDX) = 0 OR
              RG-TAKEN-DATE < WS-UG-TAKEN-DATE(UGT-IDX, UGD-IDX)
               MOVE RG-TAKEN-DATE
                   TO WS-UG-TAKEN-DATE(UGT-IDX, UGD-IDX)
           END-IF.

      ******************************************************************
       7276-CLASSIFY-UPLOAD-DAY.
      ******************************************************************
      * 1店舗1日の状況を決める。取込は営業日の
      * WS-UG-LATE-DAYS 日後まで、未着は当日より前の
      * 営業日のみ (当日以降は期日前)。
           MOVE WS-TM-CODE(UGT-IDX) TO WS-EG-STORE-CODE.
           MOVE WS-UG-DATE-N        TO WS-EG-DATE.
           PERFORM 7278-CHECK-CALENDAR-DAY.
           IF EG-DAY-CLOSED
               IF WS-UG-TAKEN-DATE(UGT-IDX, UGD-IDX) NOT = 0
                   MOVE 'C' TO WS-UG-CELL(UGT-IDX, UGD-IDX)
                   ADD 1 TO WS-UG-CLOSED-DATA-TOTAL
               ELSE
                   MOVE '-' TO WS-UG-CELL(UGT-IDX, UGD-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-UG-TAKEN-DATE(UGT-IDX, UGD-IDX) NOT = 0
               MOVE WS-UG-DATE-N    TO WS-DATE-CHECK
               MOVE WS-UG-LATE-DAYS TO WS-DATE-ADD-DAYS
               PERFORM 9410-ADD-DAYS-TO-DATE
               MOVE WS-DATE-CHECK   TO WS-UG-DUE-DATE
               IF WS-UG-TAKEN-DATE(UGT-IDX, UGD-IDX) >
                  WS-UG-DUE-DATE
                   MOVE 'L' TO WS-UG-CELL(UGT-IDX, UGD-IDX)
                   ADD 1 TO WS-UG-LATE-TOTAL
               ELSE
                   MOVE 'o' TO WS-UG-CELL(UGT-IDX, UGD-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-UG-DATE-N < WS-RUNLOG-DATE
               MOVE 'X' TO WS-UG-CELL(UGT-IDX, UGD-IDX)
               ADD 1 TO WS-UG-MISSING-TOTAL
           ELSE
               MOVE '.' TO WS-UG-CELL(UGT-IDX, UGD-IDX)
           END-IF.

      ******************************************************************
       7278-CHECK-CALENDAR-DAY.
      ******************************************************************
      * WS-EG-STORE-CODE の WS-EG-DATE (曜日は
      * WS-EG-WEEKDAY-NO) が休業日なら EG-DAY-CLOSED。
           SET EG-DAY-CLOSED TO FALSE.
           SET EG-DAY-OPENED TO FALSE.
           PERFORM VARYING EG-IDX FROM 1 BY 1
                   UNTIL EG-IDX > WS-LOADED-CALENDAR-COUNT
               IF WS-EG-TENPO(EG-IDX) = 0 OR
                  WS-EG-TENPO(EG-IDX) = WS-EG-STORE-CODE
                   EVALUATE WS-EG-KBN(EG-IDX)
                       WHEN 'W'
                           IF WS-EG-WEEKDAY(EG-IDX) =
                              WS-EG-WEEKDAY-NO
                               SET EG-DAY-CLOSED TO TRUE
                           END-IF
                       WHEN 'C'
                           IF WS-EG-DATE >= WS-EG-FROM(EG-IDX) AND
                              WS-EG-DATE <= WS-EG-TO(EG-IDX)
                               SET EG-DAY-CLOSED TO TRUE
                           END-IF
                       WHEN 'O'
                           IF WS-EG-DATE >= WS-EG-FROM(EG-IDX) AND
                              WS-EG-DATE <= WS-EG-TO(EG-IDX)
                               SET EG-DAY-OPENED TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF EG-DAY-OPENED
               SET EG-DAY-CLOSED TO FALSE
           END-IF.

      ******************************************************************
       7280-EDIT-UPLOAD-STORE-LINE.
      ******************************************************************
           MOVE SPACES TO WS-UPLREP-DETAIL-LINE.
           MOVE WS-TM-CODE(UGT-IDX) TO WS-UGL-TENPO.
           MOVE WS-TM-NAME(UGT-IDX) TO WS-UGL-NAME.
           MOVE 0 TO WS-UG-STORE-MISSING.
           MOVE 0 TO WS-UG-STORE-LATE.
           MOVE 0 TO WS-UG-STORE-CLOSED-DATA.
           PERFORM VARYING WS-UG-DAY-NO FROM 1 BY 1
                   UNTIL WS-UG-DAY-NO > 31
               MOVE WS-UG-CELL(UGT-IDX, WS-UG-DAY-NO)
                   TO WS-UGL-CELL(WS-UG-DAY-NO)
               EVALUATE WS-UG-CELL(UGT-IDX, WS-UG-DAY-NO)
                   WHEN 'X'
                       ADD 1 TO WS-UG-STORE-MISSING
                   WHEN 'L'
                       ADD 1 TO WS-UG-STORE-LATE
                   WHEN 'C'
                       ADD 1 TO WS-UG-STORE-CLOSED-DATA
               END-EVALUATE
           END-PERFORM.
           MOVE WS-UG-STORE-MISSING     TO WS-UGL-MISSING.
           MOVE WS-UG-STORE-LATE        TO WS-UGL-LATE.
           MOVE WS-UG-STORE-CLOSED-DATA TO WS-UGL-CLOSED-DATA.

      ******************************************************************
       7285-WARN-MISSING-UPLOADS.
      ******************************************************************
      * 締め対象月に未着の営業日があれば店舗別に
      * 警告し、締めを続けるか確認する (WS-UG-CONFIRM)。
           MOVE 'Y' TO WS-UG-CONFIRM.
           MOVE WS-CLOSE-YYYYMM TO WS-UG-YYYYMM.
           PERFORM 7272-BUILD-UPLOAD-GRID.
           IF WS-UG-MISSING-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-UG-MISSING-TOTAL TO WS-UG-COUNT-ED.
           DISPLAY "警告: 売上未着の営業日があります: "
               WS-UG-COUNT-ED "件" UPON SYSCONSOLE.
           PERFORM VARYING UGT-IDX FROM 1 BY 1
                   UNTIL UGT-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(UGT-IDX) NOT = 'D'
                   PERFORM 7280-EDIT-UPLOAD-STORE-LINE
                   IF WS-UG-STORE-MISSING > 0
                       DISPLAY "  店舗 " WS-TM-CODE(UGT-IDX)
                           ": " WS-UG-STORE-MISSING "日"
                           UPON SYSCONSOLE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "締めを続行しますか (Y/N): "
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE SPACE TO WS-UG-CONFIRM.
           ACCEPT WS-UG-CONFIRM FROM SYSCONSOLE.
           IF WS-UG-CONFIRM = 'y'
               MOVE 'Y' TO WS-UG-CONFIRM
           END-IF.
           IF WS-UG-CONFIRM NOT = 'Y'
               MOVE 'N' TO WS-UG-CONFIRM
               DISPLAY "締めを中止しました。" UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       7300-CREATE-SETTLEMENT-REPORT.
      ******************************************************************
      * レジ精算 (SEISAN.DAT) の精算額と URIDAT の
      * 売上純額 (売上-返品) を店舗×日で比べ、
      * 過不足を SEIREP.TXT へ出力する。対話時は
      * 承認のうえ過不足を KAFUSO.DAT へ確定し、
      * 会計仕訳抽出で仕訳行として送る。
           DISPLAY "レジ精算過不足表を作成中..."
               UPON SYSCONSOLE.
           OPEN OUTPUT SETTLEMENT-REPORT-FILE.
           IF FS-SEIREP NOT = "00"
               MOVE "SEIREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-SEIREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "レジ精算過不足表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-SEIREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7360-RESET-SETTLEMENT-TABLE.
           MOVE WS-REPORT-YYYYMM TO WS-GUARD-YYYYMM.
           PERFORM 1460-CHECK-PERIOD-CLOSED.
           IF PERIOD-CLOSED
               SET RJ-MONTH-CLOSED TO TRUE
           ELSE
               SET RJ-MONTH-CLOSED TO FALSE
           END-IF.
           PERFORM 7310-LOAD-SETTLEMENT-FILE.
           PERFORM 7320-ACCUMULATE-SETTLEMENT-SALES.
           PERFORM 7330-LOAD-OVER-SHORT-FILE.

      * Header
           MOVE WS-RJ-TOLERANCE TO WS-RJ-COUNT-ED.
           MOVE SPACES TO WS-SEIREP-HEADER1.
           STRING "レジ精算過不足表 対象年月:"
                  WS-REPORT-YYYYMM
                  " 許容額:" WS-RJ-COUNT-ED "円"
                  " (作成日:" WS-RUNLOG-DATE ")"
                  DELIMITED BY SIZE INTO WS-SEIREP-HEADER1.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-SEIREP-HEADER1.
           IF RJ-MONTH-CLOSED
               MOVE "締め済月のため確定できません。"
                   TO WS-SEIREP-STORE-LINE
               WRITE SETTLEMENT-REPORT-LINE
                   FROM WS-SEIREP-STORE-LINE
           END-IF.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-DASHES-100.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-SEIREP-HEADER2.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-DASHES-100.

      * Detail
           MOVE 0 TO WS-RJ-GRAND-TOTAL.
           MOVE 0 TO WS-RJ-GRAND-NET.
           MOVE 0 TO WS-RJ-GRAND-DIFF.
           MOVE 0 TO WS-RJ-OVER-COUNT.
           MOVE 0 TO WS-RJ-MISSING-COUNT.
           MOVE 0 TO WS-RJ-PENDING-COUNT.
           PERFORM VARYING RJT-IDX FROM 1 BY 1
                   UNTIL RJT-IDX > WS-LOADED-TENPO-COUNT
               PERFORM 7340-PRINT-SETTLEMENT-STORE
           END-PERFORM.

      * Footer
           MOVE SPACES TO WS-RJS-LABEL.
           MOVE "総合計" TO WS-RJS-LABEL.
           MOVE WS-RJ-GRAND-TOTAL TO WS-RJS-TOTAL.
           MOVE WS-RJ-GRAND-NET   TO WS-RJS-NET.
           MOVE WS-RJ-GRAND-DIFF  TO WS-RJS-DIFF.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-SEIREP-TOTAL-LINE.
           MOVE WS-RJ-OVER-COUNT    TO WS-RJC-OVER.
           MOVE WS-RJ-MISSING-COUNT TO WS-RJC-MISSING.
           MOVE WS-RJ-PENDING-COUNT TO WS-RJC-PENDING.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-SEIREP-COUNT-LINE.
           CLOSE SETTLEMENT-REPORT-FILE.
           DISPLAY "SEIREP.TXT へ出力しました。"
               UPON SYSCONSOLE.

      * 無人バッチでは過不足表のみ (確定はしない)
           IF BATCH-MODE-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RJ-PENDING-COUNT = 0
               DISPLAY "確定する過不足はありません。"
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RJ-PENDING-COUNT TO WS-RJ-COUNT-ED.
           DISPLAY "過不足を確定しますか ("
               WS-RJ-COUNT-ED "件) (Y/N): "
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE SPACE TO WS-RJ-CONFIRM.
           ACCEPT WS-RJ-CONFIRM FROM SYSCONSOLE.
           IF WS-RJ-CONFIRM = 'Y' OR WS-RJ-CONFIRM = 'y'
               PERFORM 7350-POST-OVER-SHORT
           ELSE
               DISPLAY "過不足は確定していません。"
                   UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       7310-LOAD-SETTLEMENT-FILE.
      ******************************************************************
           MOVE 0 TO WS-RJ-LOADED-COUNT.
           MOVE 0 TO WS-RJ-SKIP-COUNT.
           MOVE 0 TO WS-RJ-DUP-COUNT.
           OPEN INPUT SETTLEMENT-FILE.
           IF FS-SEISAN NOT = "00"
               IF FS-SEISAN NOT = "05" AND FS-SEISAN NOT = "35"
                   MOVE "SEISAN-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-SEISAN     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               DISPLAY "SEISAN.DAT がありません。"
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

           SET SEISAN-EOF TO FALSE.
           PERFORM UNTIL SEISAN-EOF
               READ SETTLEMENT-FILE
                   AT END
                       SET SEISAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 7315-STORE-SETTLEMENT
               END-READ
           END-PERFORM.
           CLOSE SETTLEMENT-FILE.
           DISPLAY "レジ精算読み込み完了: "
               WS-RJ-LOADED-COUNT "件" UPON SYSCONSOLE.
           IF WS-RJ-SKIP-COUNT > 0
               DISPLAY "レジ精算の不正行を除外: "
                   WS-RJ-SKIP-COUNT "件" UPON SYSCONSOLE
           END-IF.
           IF WS-RJ-DUP-COUNT > 0
               DISPLAY "同一店舗/日の再送(後の行を採用): "
                   WS-RJ-DUP-COUNT "件" UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       7315-STORE-SETTLEMENT.
      ******************************************************************
      * 対象年月の行だけを控える。数字以外/日付
      * 不正/店舗マスター未登録の行は除外する。
           IF RS-TENPO-CODE NOT NUMERIC OR
              RS-DATE NOT NUMERIC OR
              RS-CASH NOT NUMERIC OR
              RS-CARD NOT NUMERIC OR
              RS-VOUCHER NOT NUMERIC
               ADD 1 TO WS-RJ-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF RS-DATE(1:6) NOT = WS-REPORT-YYYYMM
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-DATE TO WS-DATE-CHECK.
           PERFORM 9400-VALIDATE-DATE.
           IF NOT DATE-VALID
               ADD 1 TO WS-RJ-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-TENPO-CODE TO WS-RJ-STORE-CODE.
           PERFORM 7335-FIND-SETTLEMENT-STORE.
           IF WS-RJ-STORE-FOUND = 0
               ADD 1 TO WS-RJ-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET RJT-IDX TO WS-RJ-STORE-FOUND.
           MOVE RS-DATE(7:2) TO WS-RJ-DAY-NO.
           SET RJD-IDX TO WS-RJ-DAY-NO.
           IF WS-RJ-SETTLED(RJT-IDX, RJD-IDX) = 'Y'
               ADD 1 TO WS-RJ-DUP-COUNT
           ELSE
               ADD 1 TO WS-RJ-LOADED-COUNT
           END-IF.
           MOVE RS-CASH    TO WS-RJ-CASH(RJT-IDX, RJD-IDX).
           MOVE RS-CARD    TO WS-RJ-CARD(RJT-IDX, RJD-IDX).
           MOVE RS-VOUCHER TO WS-RJ-VOUCHER(RJT-IDX, RJD-IDX).
           MOVE 'Y'        TO WS-RJ-SETTLED(RJT-IDX, RJD-IDX).

      ******************************************************************
       7320-ACCUMULATE-SETTLEMENT-SALES.
      ******************************************************************
      * 対象年月の売上純額を店舗×日に集計する。
      * 保留 (URISUS) 分は含まない (再計上後に反映)。
           MOVE WS-REPORT-YYYYMM TO WS-RESOLVE-YYYYMM.
           PERFORM 1450-RESOLVE-URIAGE-FILE.
           OPEN INPUT URIAGE-JISSEKI-FILE.
           IF FS-URIAGE NOT = "00" AND FS-URIAGE NOT = "05"
               MOVE "URIAGE-SEI" TO WS-RUNLOG-BAD-NAME
               MOVE FS-URIAGE    TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               PERFORM 9170-SHOW-URIAGE-CALC-ERROR
           READ URIAGE-JISSEKI-FILE AT END SET URIAGE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL URIAGE-EOF
               IF UJ-DATE(1:6) = WS-REPORT-YYYYMM
                   PERFORM 7325-ACCUMULATE-SETTLEMENT-LINE
               END-IF
               READ URIAGE-JISSEKI-FILE
                   AT END SET URIAGE-EOF TO TRUE
           CLOSE URIAGE-JISSEKI-FILE.

      ******************************************************************
       7325-ACCUMULATE-SETTLEMENT-LINE.
      ******************************************************************
           MOVE UJ-TENPO-CODE TO WS-RJ-STORE-CODE.
           PERFORM 7335-FIND-SETTLEMENT-STORE.
           IF WS-RJ-STORE-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           SET RJT-IDX TO WS-RJ-STORE-FOUND.
           MOVE UJ-DATE(7:2) TO WS-RJ-DAY-NO.
           SET RJD-IDX TO WS-RJ-DAY-NO.
           MOVE 'Y' TO WS-RJ-POSTED(RJT-IDX, RJD-IDX).
           IF UJ-TRAN-TYPE = 'R'
               SUBTRACT UJ-AMOUNT FROM WS-RJ-NET(RJT-IDX, RJD-IDX)
           ELSE
               ADD UJ-AMOUNT TO WS-RJ-NET(RJT-IDX, RJD-IDX)
           END-IF.

      ******************************************************************
       7330-LOAD-OVER-SHORT-FILE.
      ******************************************************************
      * 確定済みの過不足を店舗×日の純額で控える。
           OPEN INPUT OVER-SHORT-FILE.
           IF FS-KAFUSO NOT = "00"
               IF FS-KAFUSO NOT = "05" AND FS-KAFUSO NOT = "35"
                   MOVE "KAFUSO-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-KAFUSO     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET KAFUSO-EOF TO FALSE.
           PERFORM UNTIL KAFUSO-EOF
               READ OVER-SHORT-FILE
                   AT END
                       SET KAFUSO-EOF TO TRUE
                   NOT AT END
                       IF KF-DATE(1:6) = WS-REPORT-YYYYMM
                           MOVE KF-TENPO-CODE TO WS-RJ-STORE-CODE
                           PERFORM 7335-FIND-SETTLEMENT-STORE
                       ELSE
                           MOVE 0 TO WS-RJ-STORE-FOUND
                       END-IF
                       IF WS-RJ-STORE-FOUND > 0
                           SET RJT-IDX TO WS-RJ-STORE-FOUND
                           MOVE KF-DATE(7:2) TO WS-RJ-DAY-NO
                           SET RJD-IDX TO WS-RJ-DAY-NO
                           IF KF-KBN = 'S'
                               SUBTRACT KF-AMOUNT FROM
                                   WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX)
                           ELSE
                               ADD KF-AMOUNT TO
                                   WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVER-SHORT-FILE.

      ******************************************************************
       7335-FIND-SETTLEMENT-STORE.
      ******************************************************************
      * WS-RJ-STORE-CODE の店舗マスター上の位置を返す
      * (未登録は0)。
           MOVE 0 TO WS-RJ-STORE-FOUND.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-CODE(TM-IDX) = WS-RJ-STORE-CODE
                   SET WS-RJ-STORE-FOUND TO TM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7340-PRINT-SETTLEMENT-STORE.
      ******************************************************************
      * 1店舗分を日付順に印字する。精算も売上も
      * ない日は印字しない。
           MOVE 0 TO WS-RJ-SUB-TOTAL.
           MOVE 0 TO WS-RJ-SUB-NET.
           MOVE 0 TO WS-RJ-SUB-DIFF.
           MOVE 0 TO WS-RJ-SUB-LINES.
           PERFORM VARYING RJD-IDX FROM 1 BY 1
                   UNTIL RJD-IDX > 31
               IF WS-RJ-SETTLED(RJT-IDX, RJD-IDX) = 'Y' OR
                  WS-RJ-POSTED(RJT-IDX, RJD-IDX) = 'Y' OR
                  WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX) NOT = 0
                   IF WS-RJ-SUB-LINES = 0
                       MOVE SPACES TO WS-SEIREP-STORE-LINE
                       STRING "店舗: " WS-TM-CODE(RJT-IDX) " "
                              WS-TM-NAME(RJT-IDX)
                              DELIMITED BY SIZE
                              INTO WS-SEIREP-STORE-LINE
                       WRITE SETTLEMENT-REPORT-LINE
                           FROM WS-SEIREP-STORE-LINE
                   END-IF
                   PERFORM 7345-EDIT-SETTLEMENT-LINE
                   WRITE SETTLEMENT-REPORT-LINE
                       FROM WS-SEIREP-DETAIL-LINE
                   ADD 1 TO WS-RJ-SUB-LINES
               END-IF
           END-PERFORM.
           IF WS-RJ-SUB-LINES = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RJS-LABEL.
           MOVE "店舗計" TO WS-RJS-LABEL.
           MOVE WS-RJ-SUB-TOTAL TO WS-RJS-TOTAL.
           MOVE WS-RJ-SUB-NET   TO WS-RJS-NET.
           MOVE WS-RJ-SUB-DIFF  TO WS-RJS-DIFF.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-SEIREP-TOTAL-LINE.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-DASHES-100.
           ADD WS-RJ-SUB-TOTAL TO WS-RJ-GRAND-TOTAL.
           ADD WS-RJ-SUB-NET   TO WS-RJ-GRAND-NET.
           ADD WS-RJ-SUB-DIFF  TO WS-RJ-GRAND-DIFF.

      ******************************************************************
       7345-EDIT-SETTLEMENT-LINE.
      ******************************************************************
      * 過不足 = 精算計 - 売上純額 (正=過剰/負=不足)。
      * 精算と売上が揃った日だけを差異に数え、
      * 確定済みとの差分を未確定として扱う。
           SET WS-RJ-DAY-NO TO RJD-IDX.
           MOVE SPACES TO WS-RJD-LABEL.
           STRING "  " WS-REPORT-YYYYMM WS-RJ-DAY-NO
                  DELIMITED BY SIZE INTO WS-RJD-LABEL.
           COMPUTE WS-RJ-TOTAL =
               WS-RJ-CASH(RJT-IDX, RJD-IDX) +
               WS-RJ-CARD(RJT-IDX, RJD-IDX) +
               WS-RJ-VOUCHER(RJT-IDX, RJD-IDX).
           MOVE WS-RJ-CASH(RJT-IDX, RJD-IDX)    TO WS-RJD-CASH.
           MOVE WS-RJ-CARD(RJT-IDX, RJD-IDX)    TO WS-RJD-CARD.
           MOVE WS-RJ-VOUCHER(RJT-IDX, RJD-IDX) TO WS-RJD-VOUCHER.
           MOVE WS-RJ-TOTAL                     TO WS-RJD-TOTAL.
           MOVE WS-RJ-NET(RJT-IDX, RJD-IDX)     TO WS-RJD-NET.
           MOVE SPACES TO WS-RJD-REMARK.
           ADD WS-RJ-TOTAL TO WS-RJ-SUB-TOTAL.
           ADD WS-RJ-NET(RJT-IDX, RJD-IDX) TO WS-RJ-SUB-NET.

           IF WS-RJ-SETTLED(RJT-IDX, RJD-IDX) NOT = 'Y'
               MOVE 0 TO WS-RJD-DIFF
               IF WS-RJ-POSTED(RJT-IDX, RJD-IDX) = 'Y'
                   MOVE "精算未着" TO WS-RJD-REMARK
                   ADD 1 TO WS-RJ-MISSING-COUNT
               ELSE
                   MOVE "精算なし" TO WS-RJD-REMARK
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RJ-DIFF =
               WS-RJ-TOTAL - WS-RJ-NET(RJT-IDX, RJD-IDX).
           MOVE WS-RJ-DIFF TO WS-RJD-DIFF.
           IF WS-RJ-POSTED(RJT-IDX, RJD-IDX) NOT = 'Y'
               MOVE "売上未着" TO WS-RJD-REMARK
               EXIT PARAGRAPH
           END-IF.
           ADD WS-RJ-DIFF TO WS-RJ-SUB-DIFF.
           COMPUTE WS-RJ-PENDING =
               WS-RJ-DIFF - WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX).
           IF WS-RJ-PENDING = 0
               IF WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX) NOT = 0
                   MOVE "確定済" TO WS-RJD-REMARK
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-RJ-DIFF < 0
               COMPUTE WS-RJ-ABS-DIFF = 0 - WS-RJ-DIFF
           ELSE
               MOVE WS-RJ-DIFF TO WS-RJ-ABS-DIFF
           END-IF.
           EVALUATE TRUE
               WHEN WS-RJ-ABS-DIFF NOT > WS-RJ-TOLERANCE
                   MOVE "許容内" TO WS-RJD-REMARK
               WHEN WS-RJ-DIFF > 0
                   MOVE "過剰・要調査" TO WS-RJD-REMARK
                   ADD 1 TO WS-RJ-OVER-COUNT
               WHEN OTHER
                   MOVE "不足・要調査" TO WS-RJD-REMARK
                   ADD 1 TO WS-RJ-OVER-COUNT
           END-EVALUATE.
           IF WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX) NOT = 0
               MOVE "確定後に変動" TO WS-RJD-REMARK
           END-IF.
           IF RJ-MONTH-CLOSED
               MOVE "締め済月" TO WS-RJD-REMARK
           ELSE
               ADD 1 TO WS-RJ-PENDING-COUNT
           END-IF.

      ******************************************************************
       7350-POST-OVER-SHORT.
      ******************************************************************
      * 未確定の過不足 (精算と売上が揃った日のみ)
      * を KAFUSO.DAT へ追記する。
           OPEN EXTEND OVER-SHORT-FILE.
           IF FS-KAFUSO NOT = "00"
               OPEN OUTPUT OVER-SHORT-FILE
           END-IF.
           IF FS-KAFUSO NOT = "00"
               MOVE "KAFUSO-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-KAFUSO     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "KAFUSO.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-KAFUSO UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RJ-POST-COUNT.
           PERFORM VARYING RJT-IDX FROM 1 BY 1
                   UNTIL RJT-IDX > WS-LOADED-TENPO-COUNT
               PERFORM VARYING RJD-IDX FROM 1 BY 1
                       UNTIL RJD-IDX > 31
                   IF WS-RJ-SETTLED(RJT-IDX, RJD-IDX) = 'Y' AND
                      WS-RJ-POSTED(RJT-IDX, RJD-IDX) = 'Y'
                       PERFORM 7355-APPEND-OVER-SHORT
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE OVER-SHORT-FILE.
           MOVE WS-RJ-POST-COUNT TO WS-RJ-COUNT-ED.
           DISPLAY "過不足を確定しました: "
               WS-RJ-COUNT-ED "件" UPON SYSCONSOLE.

      ******************************************************************
       7355-APPEND-OVER-SHORT.
      ******************************************************************
           COMPUTE WS-RJ-PENDING =
               WS-RJ-CASH(RJT-IDX, RJD-IDX) +
               WS-RJ-CARD(RJT-IDX, RJD-IDX) +
               WS-RJ-VOUCHER(RJT-IDX, RJD-IDX) -
               WS-RJ-NET(RJT-IDX, RJD-IDX) -
               WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX).
           IF WS-RJ-PENDING = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OVER-SHORT-RECORD.
           MOVE WS-TM-CODE(RJT-IDX) TO KF-TENPO-CODE.
           SET WS-RJ-DAY-NO TO RJD-IDX.
           MOVE WS-REPORT-YYYYMM TO WS-RJ-DATE-YYYYMM.
           MOVE WS-RJ-DAY-NO     TO WS-RJ-DATE-DD.
           MOVE WS-RJ-DATE       TO KF-DATE.
           IF WS-RJ-PENDING > 0
               MOVE 'O' TO KF-KBN
               MOVE WS-RJ-PENDING TO KF-AMOUNT
           ELSE
               MOVE 'S' TO KF-KBN
               COMPUTE KF-AMOUNT = 0 - WS-RJ-PENDING
           END-IF.
           MOVE WS-RUNLOG-DATE     TO KF-CONFIRM-DATE.
           MOVE WS-SIGNON-OPERATOR TO KF-OPERATOR.
           WRITE OVER-SHORT-RECORD.
           ADD WS-RJ-PENDING TO WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX).
           ADD 1 TO WS-RJ-POST-COUNT.

      ******************************************************************
       7360-RESET-SETTLEMENT-TABLE.
      ******************************************************************
           PERFORM VARYING RJT-IDX FROM 1 BY 1
                   UNTIL RJT-IDX > 50
               PERFORM VARYING RJD-IDX FROM 1 BY 1
                       UNTIL RJD-IDX > 31
                   MOVE 0   TO WS-RJ-CASH(RJT-IDX, RJD-IDX)
                   MOVE 0   TO WS-RJ-CARD(RJT-IDX, RJD-IDX)
                   MOVE 0   TO WS-RJ-VOUCHER(RJT-IDX, RJD-IDX)
                   MOVE 'N' TO WS-RJ-SETTLED(RJT-IDX, RJD-IDX)
                   MOVE 0   TO WS-RJ-NET(RJT-IDX, RJD-IDX)
                   MOVE 'N' TO WS-RJ-POSTED(RJT-IDX, RJD-IDX)
                   MOVE 0   TO WS-RJ-CONFIRMED(RJT-IDX, RJD-IDX)
               END-PERFORM
           END-PERFORM.

      ******************************************************************
       7400-CREATE-BUDGET-REPORT.
      ******************************************************************
           DISPLAY "予算実績対比表を作成中..."
               UPON SYSCONSOLE.
           PERFORM 3100-RESET-TENPO-SALES.
           PERFORM 3200-CALCULATE-TENPO-SALES.
           PERFORM 7410-PRINT-BUDGET-REPORT.
           DISPLAY "YOSREP.TXT へ出力しました。"
               UPON SYSCONSOLE.

      ******************************************************************
       7410-PRINT-BUDGET-REPORT.
      ******************************************************************
           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF FS-YOSREP NOT = "00"
               MOVE "YOSREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-YOSREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "対比表オープンエラー" UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-YOSREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

      * Header
           MOVE SPACES TO WS-YOSREP-HEADER1.
           STRING "予算実績対比表 ("
                  WS-REPORT-YYYY "年"
                  WS-REPORT-MM "月)"
                  DELIMITED BY SIZE INTO WS-YOSREP-HEADER1.
           WRITE BUDGET-REPORT-LINE FROM WS-YOSREP-HEADER1.
           WRITE BUDGET-REPORT-LINE FROM WS-DASHES-80.
           WRITE BUDGET-REPORT-LINE FROM WS-YOSREP-HEADER2.
           WRITE BUDGET-REPORT-LINE FROM WS-DASHES-80.

      * Detail (廃止店舗は表示しない)
           MOVE 0 TO WS-YOSAN-TARGET-TOTAL.
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(TS-IDX) NOT = 'D'
                   PERFORM 7420-FIND-BUDGET-FOR-STORE
                   MOVE WS-TS-TENPO-CODE(TS-IDX) TO WS-YRD-CODE
                   MOVE WS-TS-TENPO-NAME(TS-IDX) TO WS-YRD-NAME
                   MOVE WS-YOSAN-TARGET TO WS-YRD-TARGET
                   MOVE WS-TS-MONTHLY-SALES(TS-IDX)
                       TO WS-YRD-ACTUAL
                   COMPUTE WS-YOSAN-VARIANCE =
                       WS-TS-MONTHLY-SALES(TS-IDX) - WS-YOSAN-TARGET
                   MOVE WS-YOSAN-VARIANCE TO WS-YRD-VARIANCE
                   ADD WS-YOSAN-TARGET TO WS-YOSAN-TARGET-TOTAL
                   PERFORM 7430-EDIT-ACHIEVEMENT-RATE
                   WRITE BUDGET-REPORT-LINE
                       FROM WS-YOSREP-DETAIL-LINE
               END-IF
           END-PERFORM.

      * Footer
           WRITE BUDGET-REPORT-LINE FROM WS-DASHES-80.
           MOVE WS-YOSAN-TARGET-TOTAL TO WS-YRT-TARGET.
           MOVE WS-GRAND-TOTAL-SALES  TO WS-YRT-ACTUAL.
           COMPUTE WS-YOSAN-VARIANCE =
               WS-GRAND-TOTAL-SALES - WS-YOSAN-TARGET-TOTAL.
           MOVE WS-YOSAN-VARIANCE TO WS-YRT-VARIANCE.
           IF WS-YOSAN-TARGET-TOTAL > 0
               COMPUTE WS-YOSAN-RATE ROUNDED =
                   WS-GRAND-TOTAL-SALES * 100
                   / WS-YOSAN-TARGET-TOTAL
                   ON SIZE ERROR
                       MOVE "   ***" TO WS-YRT-RATE
                       MOVE SPACE TO WS-YRT-RATE-PCT
                   NOT ON SIZE ERROR
                       MOVE WS-YOSAN-RATE TO WS-YOSAN-RATE-ED
                       MOVE WS-YOSAN-RATE-ED TO WS-YRT-RATE
                       MOVE "%" TO WS-YRT-RATE-PCT
               END-COMPUTE
           ELSE
               MOVE "   ---" TO WS-YRT-RATE
               MOVE SPACE TO WS-YRT-RATE-PCT
           END-IF.
           WRITE BUDGET-REPORT-LINE FROM WS-YOSREP-TOTAL-LINE.
           CLOSE BUDGET-REPORT-FILE.

      ******************************************************************
       7420-FIND-BUDGET-FOR-STORE.
      ******************************************************************
      * 対象年月×店舗の予算を探す。無ければ0。
           MOVE 0 TO WS-YOSAN-TARGET.
           MOVE 0 TO WS-YOSAN-FOUND-IDX.
           PERFORM VARYING BG-IDX FROM 1 BY 1
                   UNTIL BG-IDX > WS-LOADED-BUDGET-COUNT
               IF WS-BG-CODE(BG-IDX) = WS-TS-TENPO-CODE(TS-IDX) AND
                  WS-BG-YYYYMM(BG-IDX) = WS-REPORT-YYYYMM
                   MOVE WS-BG-TARGET(BG-IDX) TO WS-YOSAN-TARGET
                   SET WS-YOSAN-FOUND-IDX TO BG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7430-EDIT-ACHIEVEMENT-RATE.
      ******************************************************************
      * 達成率を編集し、90%未満に'*'を付ける。
      * 実績がマイナスの店舗も未達として扱う。
      * 予算なし(0)は '---'、桁溢れは '***' とする。
           MOVE SPACES TO WS-YRD-FLAG.
           IF WS-YOSAN-TARGET > 0
               COMPUTE WS-YOSAN-RATE ROUNDED =
                   WS-TS-MONTHLY-SALES(TS-IDX) * 100
                   / WS-YOSAN-TARGET
                   ON SIZE ERROR
                       MOVE "   ***" TO WS-YRD-RATE
                       MOVE SPACE TO WS-YRD-RATE-PCT
                       IF WS-TS-MONTHLY-SALES(TS-IDX) < 0
                           MOVE " *" TO WS-YRD-FLAG
                       END-IF
                   NOT ON SIZE ERROR
                       MOVE WS-YOSAN-RATE TO WS-YOSAN-RATE-ED
                       MOVE WS-YOSAN-RATE-ED TO WS-YRD-RATE
                       MOVE "%" TO WS-YRD-RATE-PCT
                       IF WS-YOSAN-RATE < WS-YOSAN-UNDER-LIMIT
                           MOVE " *" TO WS-YRD-FLAG
                       END-IF
               END-COMPUTE
           ELSE
               MOVE "   ---" TO WS-YRD-RATE
               MOVE SPACE TO WS-YRD-RATE-PCT
           END-IF.

      ******************************************************************
       7440-CREATE-SALES-FORECAST.
      ******************************************************************
      * 対象年月を基準月として翌月から年度末までの
      * 売上を店舗別/商品別に予測し YOSOKU.TXT へ、
      * 店舗×月の予算案を YOSANAN.DAT へ出力する。
      * 締め済月は URIDAT.YYYYMM、当月は URIDAT.DAT
      * を読む (1450)。
           DISPLAY "売上予測を作成中..." UPON SYSCONSOLE.
           DIVIDE WS-RUNLOG-DATE BY 100 GIVING WS-FC-YM.
           MOVE WS-FC-YM TO WS-FC-TODAY-YYYYMM.
           PERFORM 7442-BUILD-FORECAST-MONTHS.
           PERFORM 7443-RESET-FORECAST-TABLES.
           PERFORM VARYING WS-FC-H FROM 1 BY 1
                   UNTIL WS-FC-H > 16
               IF WS-FC-HIST-YYYYMM(WS-FC-H)
                   NOT > WS-FC-TODAY-YYYYMM
                   PERFORM 7444-SCAN-FORECAST-MONTH
               END-IF
           END-PERFORM.
           PERFORM 7450-COMPUTE-STORE-FORECAST.
           PERFORM 7452-COMPUTE-PRODUCT-FORECAST.
           PERFORM 7460-PRINT-FORECAST-REPORT.
           IF FS-YOSOKU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "YOSOKU.TXT へ出力しました。"
               UPON SYSCONSOLE.
           PERFORM 7470-WRITE-DRAFT-BUDGET.

      ******************************************************************
       7442-BUILD-FORECAST-MONTHS.
      ******************************************************************
      * 実績月: 基準月の15ヶ月前から基準月まで16ヶ月
      * (予測月 n の前年同月は実績月 n+4 にあたる)。
      * 予測月: 基準月の翌月から3月まで (最大12)。
           MOVE WS-REPORT-YYYYMM TO WS-FC-YM.
           PERFORM 15 TIMES
               IF WS-FC-YM-MM = 1
                   SUBTRACT 1 FROM WS-FC-YM-YYYY
                   MOVE 12 TO WS-FC-YM-MM
               ELSE
                   SUBTRACT 1 FROM WS-FC-YM-MM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FC-H FROM 1 BY 1
                   UNTIL WS-FC-H > 16
               MOVE WS-FC-YM TO WS-FC-HIST-YYYYMM(WS-FC-H)
               PERFORM 7449-NEXT-FORECAST-MONTH
           END-PERFORM.
           MOVE 0 TO WS-FC-MONTH-COUNT.
           PERFORM UNTIL WS-FC-MONTH-COUNT >= 12
               ADD 1 TO WS-FC-MONTH-COUNT
               MOVE WS-FC-YM TO WS-FC-FCST-YYYYMM(WS-FC-MONTH-COUNT)
               IF WS-FC-YM-MM = 3
                   EXIT PERFORM
               END-IF
               PERFORM 7449-NEXT-FORECAST-MONTH
           END-PERFORM.
      * 当月分は途中のため傾向率の計算から外す。
           IF WS-REPORT-YYYYMM < WS-FC-TODAY-YYYYMM
               MOVE 16 TO WS-FC-TREND-END
           ELSE
               MOVE 15 TO WS-FC-TREND-END
           END-IF.
           COMPUTE WS-FC-TREND-START = WS-FC-TREND-END - 2.

      ******************************************************************
       7443-RESET-FORECAST-TABLES.
      ******************************************************************
           INITIALIZE WS-FC-STORE-TABLE WS-FC-PRODUCT-TABLE.
           MOVE 0 TO WS-FC-TOT-LY.
           MOVE 0 TO WS-FC-TOT-NEXT.
           MOVE 0 TO WS-FC-TOT-BUDGET.
           MOVE 0 TO WS-FC-TOT-REST.
           MOVE 0 TO WS-FC-ALERT-COUNT.
           MOVE 0 TO WS-FC-DRAFT-COUNT.

      ******************************************************************
       7444-SCAN-FORECAST-MONTH.
      ******************************************************************
      * 実績月1ヶ月分を読む。アーカイブの無い古い月
      * は実績なしとして扱う。
           MOVE WS-FC-HIST-YYYYMM(WS-FC-H) TO WS-RESOLVE-YYYYMM.
           PERFORM 1450-RESOLVE-URIAGE-FILE.
           OPEN INPUT URIAGE-JISSEKI-FILE.
           IF FS-URIAGE NOT = "00"
               IF FS-URIAGE NOT = "05" AND FS-URIAGE NOT = "35"
                   MOVE "URIAGE-FC" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-URIAGE   TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
                   PERFORM 9170-SHOW-URIAGE-CALC-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET URIAGE-EOF TO FALSE.
           READ URIAGE-JISSEKI-FILE AT END SET URIAGE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL URIAGE-EOF
               IF UJ-DATE(1:6) = WS-FC-HIST-YYYYMM(WS-FC-H)
                   PERFORM 7446-ACCUMULATE-FORECAST-LINE
               END-IF
               READ URIAGE-JISSEKI-FILE
                   AT END SET URIAGE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE URIAGE-JISSEKI-FILE.

      ******************************************************************
       7446-ACCUMULATE-FORECAST-LINE.
      ******************************************************************
      * 店舗別と商品別の実績へ積み上げる (税込)。
      * 稼働中のみ対象、返品は控除する。
           IF UJ-TRAN-TYPE = 'R'
               MOVE -1 TO WS-FC-SIGN
           ELSE
               MOVE 1 TO WS-FC-SIGN
           END-IF.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF UJ-TENPO-CODE = WS-TM-CODE(TM-IDX) AND
                  WS-TM-STATUS(TM-IDX) NOT = 'D'
                   SET FCS-IDX TO TM-IDX
                   COMPUTE WS-FC-ST-HIST(FCS-IDX, WS-FC-H) =
                       WS-FC-ST-HIST(FCS-IDX, WS-FC-H)
                       + UJ-AMOUNT * WS-FC-SIGN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > WS-LOADED-SHOHIN-COUNT
               IF UJ-SHOHIN-CODE = WS-SM-CODE(SM-IDX) AND
                  WS-SM-STATUS(SM-IDX) NOT = 'D'
                   SET FCP-IDX TO SM-IDX
                   COMPUTE WS-FC-PR-HIST-AMT(FCP-IDX, WS-FC-H) =
                       WS-FC-PR-HIST-AMT(FCP-IDX, WS-FC-H)
                       + UJ-AMOUNT * WS-FC-SIGN
                   COMPUTE WS-FC-PR-HIST-QTY(FCP-IDX, WS-FC-H) =
                       WS-FC-PR-HIST-QTY(FCP-IDX, WS-FC-H)
                       + UJ-QUANTITY * WS-FC-SIGN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7449-NEXT-FORECAST-MONTH.
      ******************************************************************
           IF WS-FC-YM-MM = 12
               ADD 1 TO WS-FC-YM-YYYY
               MOVE 1 TO WS-FC-YM-MM
           ELSE
               ADD 1 TO WS-FC-YM-MM
           END-IF.

      ******************************************************************
       7450-COMPUTE-STORE-FORECAST.
      ******************************************************************
      * 店舗ごとに傾向率と予測月ごとの予測額を
      * 求め、予算案の単位に丸める。いずれかの月で
      * 現予算との乖離が警告率を超えた店舗に印を
      * 付ける。
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(TM-IDX) NOT = 'D'
                   SET FCS-IDX TO TM-IDX
                   MOVE 0 TO WS-FC-W-RECENT
                   MOVE 0 TO WS-FC-W-PRIOR
                   PERFORM VARYING WS-FC-H FROM WS-FC-TREND-START
                           BY 1 UNTIL WS-FC-H > WS-FC-TREND-END
                       ADD WS-FC-ST-HIST(FCS-IDX, WS-FC-H)
                           TO WS-FC-W-RECENT
                       ADD WS-FC-ST-HIST(FCS-IDX, WS-FC-H - 12)
                           TO WS-FC-W-PRIOR
                   END-PERFORM
                   PERFORM 7455-COMPUTE-TREND
                   MOVE WS-FC-W-TREND TO WS-FC-ST-TREND(FCS-IDX)
                   MOVE 'N' TO WS-FC-ST-ALERT(FCS-IDX)
                   MOVE WS-TM-CODE(TM-IDX) TO WS-FC-W-CODE
                   PERFORM VARYING WS-FC-F FROM 1 BY 1
                           UNTIL WS-FC-F > WS-FC-MONTH-COUNT
                       MOVE WS-FC-ST-HIST(FCS-IDX, WS-FC-F + 4)
                           TO WS-FC-W-LY
                       PERFORM 7457-PROJECT-ONE-MONTH
                       COMPUTE WS-FC-W-UNITS ROUNDED =
                           WS-FC-W-RESULT / WS-FC-ROUND-UNIT
                       COMPUTE WS-FC-ST-FCST(FCS-IDX, WS-FC-F) =
                           WS-FC-W-UNITS * WS-FC-ROUND-UNIT
                       MOVE WS-FC-FCST-YYYYMM(WS-FC-F)
                           TO WS-FC-W-YYYYMM
                       PERFORM 7458-FIND-FORECAST-BUDGET
                       MOVE WS-FC-ST-FCST(FCS-IDX, WS-FC-F)
                           TO WS-FC-W-RESULT
                       PERFORM 7459-CHECK-BUDGET-DIFF
                       IF WS-FCD-FLAG = " *"
                           MOVE 'Y' TO WS-FC-ST-ALERT(FCS-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-FC-ST-ALERT(FCS-IDX) = 'Y'
                       ADD 1 TO WS-FC-ALERT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       7452-COMPUTE-PRODUCT-FORECAST.
      ******************************************************************
      * 商品ごとに金額の傾向率を求め、金額と数量の
      * 両方を予測する (商品別は丸めない)。
           PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > WS-LOADED-SHOHIN-COUNT
               IF WS-SM-STATUS(SM-IDX) NOT = 'D'
                   SET FCP-IDX TO SM-IDX
                   MOVE 0 TO WS-FC-W-RECENT
                   MOVE 0 TO WS-FC-W-PRIOR
                   PERFORM VARYING WS-FC-H FROM WS-FC-TREND-START
                           BY 1 UNTIL WS-FC-H > WS-FC-TREND-END
                       ADD WS-FC-PR-HIST-AMT(FCP-IDX, WS-FC-H)
                           TO WS-FC-W-RECENT
                       ADD WS-FC-PR-HIST-AMT(FCP-IDX, WS-FC-H - 12)
                           TO WS-FC-W-PRIOR
                   END-PERFORM
                   PERFORM 7455-COMPUTE-TREND
                   MOVE WS-FC-W-TREND TO WS-FC-PR-TREND(FCP-IDX)
                   PERFORM VARYING WS-FC-F FROM 1 BY 1
                           UNTIL WS-FC-F > WS-FC-MONTH-COUNT
                       MOVE WS-FC-PR-HIST-AMT(FCP-IDX, WS-FC-F + 4)
                           TO WS-FC-W-LY
                       PERFORM 7457-PROJECT-ONE-MONTH
                       MOVE WS-FC-W-RESULT
                           TO WS-FC-PR-FCST-AMT(FCP-IDX, WS-FC-F)
                   END-PERFORM
                   MOVE 0 TO WS-FC-W-RECENT
                   PERFORM VARYING WS-FC-H FROM WS-FC-TREND-START
                           BY 1 UNTIL WS-FC-H > WS-FC-TREND-END
                       ADD WS-FC-PR-HIST-QTY(FCP-IDX, WS-FC-H)
                           TO WS-FC-W-RECENT
                   END-PERFORM
                   PERFORM VARYING WS-FC-F FROM 1 BY 1
                           UNTIL WS-FC-F > WS-FC-MONTH-COUNT
                       MOVE WS-FC-PR-HIST-QTY(FCP-IDX, WS-FC-F + 4)
                           TO WS-FC-W-LY
                       PERFORM 7457-PROJECT-ONE-MONTH
                       MOVE WS-FC-W-RESULT
                           TO WS-FC-PR-FCST-QTY(FCP-IDX, WS-FC-F)
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7455-COMPUTE-TREND.
      ******************************************************************
      * 傾向率 = 直近3ヶ月 / 前年同期3ヶ月。どちらか
      * が0以下なら1 (横ばい)。上下限で抑える。
           IF WS-FC-W-RECENT NOT > 0 OR WS-FC-W-PRIOR NOT > 0
               MOVE 1 TO WS-FC-W-TREND
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FC-W-TREND ROUNDED =
               WS-FC-W-RECENT / WS-FC-W-PRIOR
               ON SIZE ERROR
                   MOVE WS-FC-TREND-HIGH TO WS-FC-W-TREND
           END-COMPUTE.
           IF WS-FC-W-TREND < WS-FC-TREND-LOW
               MOVE WS-FC-TREND-LOW TO WS-FC-W-TREND
           END-IF.
           IF WS-FC-W-TREND > WS-FC-TREND-HIGH
               MOVE WS-FC-TREND-HIGH TO WS-FC-W-TREND
           END-IF.

      ******************************************************************
       7457-PROJECT-ONE-MONTH.
      ******************************************************************
      * 前年同月 (WS-FC-W-LY) × 傾向率。前年同月が
      * 無ければ直近3ヶ月 (WS-FC-W-RECENT) の平均。
           MOVE 0 TO WS-FC-W-RESULT.
           IF WS-FC-W-LY > 0
               COMPUTE WS-FC-W-RESULT ROUNDED =
                   WS-FC-W-LY * WS-FC-W-TREND
           ELSE
               IF WS-FC-W-RECENT > 0
                   COMPUTE WS-FC-W-RESULT ROUNDED =
                       WS-FC-W-RECENT / 3
               END-IF
           END-IF.

      ******************************************************************
       7458-FIND-FORECAST-BUDGET.
      ******************************************************************
      * WS-FC-W-CODE × WS-FC-W-YYYYMM の現予算を探す。
      * 無ければ0。
           MOVE 0 TO WS-YOSAN-TARGET.
           MOVE 0 TO WS-YOSAN-FOUND-IDX.
           PERFORM VARYING BG-IDX FROM 1 BY 1
                   UNTIL BG-IDX > WS-LOADED-BUDGET-COUNT
               IF WS-BG-CODE(BG-IDX) = WS-FC-W-CODE AND
                  WS-BG-YYYYMM(BG-IDX) = WS-FC-W-YYYYMM
                   MOVE WS-BG-TARGET(BG-IDX) TO WS-YOSAN-TARGET
                   SET WS-YOSAN-FOUND-IDX TO BG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7459-CHECK-BUDGET-DIFF.
      ******************************************************************
      * 予測 (WS-FC-W-RESULT) と現予算の乖離率を
      * WS-FCD-DIFF へ編集する。予算なしは '---'。
      * 警告率を超えたら WS-FCD-FLAG に ' *'。
           MOVE SPACES TO WS-FCD-FLAG.
           IF WS-YOSAN-TARGET = 0
               MOVE "     ---" TO WS-FCD-DIFF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FC-W-PCT ROUNDED =
               (WS-FC-W-RESULT - WS-YOSAN-TARGET) * 100
               / WS-YOSAN-TARGET
               ON SIZE ERROR
                   MOVE "     ***" TO WS-FCD-DIFF
                   MOVE " *" TO WS-FCD-FLAG
                   EXIT PARAGRAPH
           END-COMPUTE.
           MOVE WS-FC-W-PCT TO WS-FC-PCT-ED.
           MOVE SPACES TO WS-FCD-DIFF.
           MOVE WS-FC-PCT-ED TO WS-FCD-DIFF(1:7).
           IF WS-FC-W-PCT < 0
               COMPUTE WS-FC-W-PCT = 0 - WS-FC-W-PCT
           END-IF.
           IF WS-FC-W-PCT > WS-FC-ALERT-PCT
               MOVE " *" TO WS-FCD-FLAG
           END-IF.

      ******************************************************************
       7460-PRINT-FORECAST-REPORT.
      ******************************************************************
           OPEN OUTPUT FORECAST-REPORT-FILE.
           IF FS-YOSOKU NOT = "00"
               MOVE "YOSOKU-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-YOSOKU     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "予測表オープンエラー" UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-YOSOKU UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-YOSOKU-HEADER1.
           STRING "売上予測表 (基準:" WS-REPORT-YYYY "年"
                  WS-REPORT-MM "月 予測:"
                  WS-FC-FCST-YYYYMM(1) "-"
                  WS-FC-FCST-YYYYMM(WS-FC-MONTH-COUNT)
                  " 作成日:" WS-RUNLOG-DATE ")"
                  DELIMITED BY SIZE INTO WS-YOSOKU-HEADER1.
           WRITE FORECAST-REPORT-LINE FROM WS-YOSOKU-HEADER1.
           MOVE WS-FC-ALERT-PCT TO WS-FC-LIMIT-ED.
           MOVE SPACES TO WS-YOSOKU-TITLE-LINE.
           STRING "予測=前年同月x傾向率"
                  "(直近3ヶ月/前年同期)"
                  " 乖離警告:予算比" WS-FC-LIMIT-ED "%超"
                  DELIMITED BY SIZE INTO WS-YOSOKU-TITLE-LINE.
           WRITE FORECAST-REPORT-LINE FROM WS-YOSOKU-TITLE-LINE.

      * [1] 店舗別 (翌月と年度残)
           WRITE FORECAST-REPORT-LINE FROM WS-DASHES-100.
           MOVE "[1] 店舗別" TO WS-YOSOKU-TITLE-LINE.
           WRITE FORECAST-REPORT-LINE FROM WS-YOSOKU-TITLE-LINE.
           WRITE FORECAST-REPORT-LINE FROM WS-YOSOKU-STORE-HEADER.
           WRITE FORECAST-REPORT-LINE FROM WS-DASHES-100.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(TM-IDX) NOT = 'D'
                   SET FCS-IDX TO TM-IDX
                   PERFORM 7462-EDIT-FORECAST-STORE
                   WRITE FORECAST-REPORT-LINE
                       FROM WS-YOSOKU-STORE-LINE
               END-IF
           END-PERFORM.
           WRITE FORECAST-REPORT-LINE FROM WS-DASHES-100.
           MOVE WS-FC-TOT-LY     TO WS-FCT-LY.
           MOVE WS-FC-TOT-NEXT   TO WS-FCT-NEXT.
           MOVE WS-FC-TOT-BUDGET TO WS-FCT-BUDGET.
           MOVE WS-FC-TOT-REST   TO WS-FCT-REST.
           WRITE FORECAST-REPORT-LINE FROM WS-YOSOKU-STORE-TOTAL.
           MOVE WS-FC-ALERT-COUNT TO WS-FC-COUNT-ED.
           MOVE SPACES TO WS-YOSOKU-TITLE-LINE.
           STRING "乖離警告 (*): " WS-FC-COUNT-ED " 店舗"
                  DELIMITED BY SIZE INTO WS-YOSOKU-TITLE-LINE.
           WRITE FORECAST-REPORT-LINE FROM WS-YOSOKU-TITLE-LINE.

      * [2] 商品別 (実績も予測も無い商品は省く)
           WRITE FORECAST-REPORT-LINE FROM WS-DASHES-100.
           MOVE "[2] 商品別" TO WS-YOSOKU-TITLE-LINE.
           WRITE FORECAST-REPORT-LINE FROM WS-YOSOKU-TITLE-LINE.
           WRITE FORECAST-REPORT-LINE FROM WS-YOSOKU-PRODUCT-HEADER.
           WRITE FORECAST-REPORT-LINE FROM WS-DASHES-100.
           PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > WS-LOADED-SHOHIN-COUNT
               IF WS-SM-STATUS(SM-IDX) NOT = 'D'
                   SET FCP-IDX TO SM-IDX
                   PERFORM 7464-EDIT-FORECAST-PRODUCT
                   IF WS-FC-W-REST > 0 OR
                      WS-FC-PR-HIST-AMT(FCP-IDX, 5) NOT = 0 OR
                      WS-FC-PR-HIST-QTY(FCP-IDX, 5) NOT = 0
                       WRITE FORECAST-REPORT-LINE
                           FROM WS-YOSOKU-PRODUCT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           WRITE FORECAST-REPORT-LINE FROM WS-DASHES-100.
           CLOSE FORECAST-REPORT-FILE.

      ******************************************************************
       7462-EDIT-FORECAST-STORE.
      ******************************************************************
      * 前年同月/乖離率は予測1ヶ月目 (翌月) のもの。
           MOVE WS-TM-CODE(TM-IDX) TO WS-FCD-CODE.
           MOVE WS-TM-NAME(TM-IDX) TO WS-FCD-NAME.
           MOVE WS-FC-ST-HIST(FCS-IDX, 5) TO WS-FCD-LY.
           ADD WS-FC-ST-HIST(FCS-IDX, 5) TO WS-FC-TOT-LY.
           COMPUTE WS-FCD-TREND = WS-FC-ST-TREND(FCS-IDX) * 100.
           MOVE WS-FC-ST-FCST(FCS-IDX, 1) TO WS-FCD-NEXT.
           ADD WS-FC-ST-FCST(FCS-IDX, 1) TO WS-FC-TOT-NEXT.
           MOVE WS-TM-CODE(TM-IDX) TO WS-FC-W-CODE.
           MOVE WS-FC-FCST-YYYYMM(1) TO WS-FC-W-YYYYMM.
           PERFORM 7458-FIND-FORECAST-BUDGET.
           MOVE WS-YOSAN-TARGET TO WS-FCD-BUDGET.
           ADD WS-YOSAN-TARGET TO WS-FC-TOT-BUDGET.
           MOVE WS-FC-ST-FCST(FCS-IDX, 1) TO WS-FC-W-RESULT.
           PERFORM 7459-CHECK-BUDGET-DIFF.
           IF WS-FC-ST-ALERT(FCS-IDX) = 'Y'
               MOVE " *" TO WS-FCD-FLAG
           ELSE
               MOVE SPACES TO WS-FCD-FLAG
           END-IF.
           MOVE 0 TO WS-FC-W-REST.
           PERFORM VARYING WS-FC-F FROM 1 BY 1
                   UNTIL WS-FC-F > WS-FC-MONTH-COUNT
               ADD WS-FC-ST-FCST(FCS-IDX, WS-FC-F) TO WS-FC-W-REST
           END-PERFORM.
           MOVE WS-FC-W-REST TO WS-FCD-REST.
           ADD WS-FC-W-REST TO WS-FC-TOT-REST.

      ******************************************************************
       7464-EDIT-FORECAST-PRODUCT.
      ******************************************************************
           MOVE WS-SM-CODE(SM-IDX) TO WS-FCP-CODE.
           MOVE WS-SM-NAME(SM-IDX) TO WS-FCP-NAME.
           MOVE WS-FC-PR-HIST-QTY(FCP-IDX, 5) TO WS-FCP-LY-QTY.
           MOVE WS-FC-PR-HIST-AMT(FCP-IDX, 5) TO WS-FCP-LY-AMT.
           COMPUTE WS-FCP-TREND = WS-FC-PR-TREND(FCP-IDX) * 100.
           MOVE WS-FC-PR-FCST-QTY(FCP-IDX, 1) TO WS-FCP-NEXT-QTY.
           MOVE WS-FC-PR-FCST-AMT(FCP-IDX, 1) TO WS-FCP-NEXT-AMT.
           MOVE 0 TO WS-FC-W-REST.
           PERFORM VARYING WS-FC-F FROM 1 BY 1
                   UNTIL WS-FC-F > WS-FC-MONTH-COUNT
               ADD WS-FC-PR-FCST-AMT(FCP-IDX, WS-FC-F)
                   TO WS-FC-W-REST
           END-PERFORM.
           MOVE WS-FC-W-REST TO WS-FCP-REST.

      ******************************************************************
       7470-WRITE-DRAFT-BUDGET.
      ******************************************************************
      * 稼働店舗×予測月の予算案を YOSANAN.DAT へ
      * 出力する (予測0の月は出さない)。内容を確認後
      * 予算保守の 'L' で YOSAN.DAT へ取り込む。
           OPEN OUTPUT DRAFT-BUDGET-FILE.
           IF FS-YOSANAN NOT = "00"
               MOVE "YOSANAN-OPN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-YOSANAN    TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "YOSANAN.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-YOSANAN UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(TM-IDX) NOT = 'D'
                   SET FCS-IDX TO TM-IDX
                   PERFORM VARYING WS-FC-F FROM 1 BY 1
                           UNTIL WS-FC-F > WS-FC-MONTH-COUNT
                       IF WS-FC-ST-FCST(FCS-IDX, WS-FC-F) > 0
                           PERFORM 7475-WRITE-DRAFT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE DRAFT-BUDGET-FILE.
           MOVE WS-FC-DRAFT-COUNT TO WS-FC-COUNT-ED.
           DISPLAY "YOSANAN.DAT へ予算案を出力しました。"
               WS-FC-COUNT-ED " 件" UPON SYSCONSOLE.

      ******************************************************************
       7475-WRITE-DRAFT-LINE.
      ******************************************************************
           MOVE WS-TM-CODE(TM-IDX) TO WS-FC-W-CODE.
           MOVE WS-FC-FCST-YYYYMM(WS-FC-F) TO WS-FC-W-YYYYMM.
           PERFORM 7458-FIND-FORECAST-BUDGET.
           MOVE WS-FC-ST-FCST(FCS-IDX, WS-FC-F) TO WS-FC-W-RESULT.
           PERFORM 7459-CHECK-BUDGET-DIFF.
           MOVE WS-FC-W-CODE   TO YA-TENPO-CODE.
           MOVE WS-FC-W-YYYYMM TO YA-YYYYMM.
           MOVE WS-FC-W-RESULT TO YA-DRAFT-AMOUNT.
           MOVE WS-YOSAN-TARGET TO YA-CUR-AMOUNT.
           EVALUATE TRUE
               WHEN WS-YOSAN-FOUND-IDX = 0
                   MOVE 'N' TO YA-FLAG
               WHEN WS-FCD-FLAG = " *"
                   MOVE '*' TO YA-FLAG
               WHEN OTHER
                   MOVE SPACE TO YA-FLAG
           END-EVALUATE.
           MOVE WS-REPORT-YYYYMM TO YA-BASE-YYYYMM.
           WRITE DRAFT-BUDGET-RECORD.
           ADD 1 TO WS-FC-DRAFT-COUNT.

      ******************************************************************
       7500-CREATE-ZAIKO-REPORT.
      ******************************************************************
      * 在庫残高の一覧と例外 (マイナス/発注点割れ)
      * を ZAIREP.TXT へ出力する。
           DISPLAY "在庫一覧表を作成中..." UPON SYSCONSOLE.
           OPEN OUTPUT ZAIKO-REPORT-FILE.
           IF FS-ZAIREP NOT = "00"
               MOVE "ZAIREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-ZAIREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "在庫一覧表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-ZAIREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

      * Header
           MOVE SPACES TO WS-ZAIREP-HEADER1.
           STRING "在庫一覧表 (作成日:" WS-RUNLOG-DATE ")"
                  DELIMITED BY SIZE INTO WS-ZAIREP-HEADER1.
           WRITE ZAIKO-REPORT-LINE FROM WS-ZAIREP-HEADER1.
           WRITE ZAIKO-REPORT-LINE FROM WS-DASHES-80.
           WRITE ZAIKO-REPORT-LINE FROM WS-ZAIREP-HEADER2.
           WRITE ZAIKO-REPORT-LINE FROM WS-DASHES-80.

      * Detail
           MOVE 0 TO WS-ZAIKO-EXC-COUNT.
           PERFORM VARYING ZK-IDX FROM 1 BY 1
                   UNTIL ZK-IDX > WS-LOADED-ZAIKO-COUNT
               PERFORM 7510-EDIT-ZAIKO-DETAIL-LINE
               IF WS-ZRD-FLAG NOT = SPACES
                   ADD 1 TO WS-ZAIKO-EXC-COUNT
               END-IF
               WRITE ZAIKO-REPORT-LINE FROM WS-ZAIREP-DETAIL-LINE
           END-PERFORM.

      * 例外セクション
           WRITE ZAIKO-REPORT-LINE FROM WS-DASHES-80.
           WRITE ZAIKO-REPORT-LINE FROM WS-ZAIREP-EXC-HDR.
           PERFORM VARYING ZK-IDX FROM 1 BY 1
                   UNTIL ZK-IDX > WS-LOADED-ZAIKO-COUNT
               PERFORM 7510-EDIT-ZAIKO-DETAIL-LINE
               IF WS-ZRD-FLAG NOT = SPACES
                   WRITE ZAIKO-REPORT-LINE
                       FROM WS-ZAIREP-DETAIL-LINE
               END-IF
           END-PERFORM.
           MOVE WS-ZAIKO-EXC-COUNT TO WS-ZRC-COUNT.
           WRITE ZAIKO-REPORT-LINE FROM WS-ZAIREP-COUNT-LINE.
           CLOSE ZAIKO-REPORT-FILE.
           DISPLAY "ZAIREP.TXT へ出力しました。"
               UPON SYSCONSOLE.

      ******************************************************************
       7510-EDIT-ZAIKO-DETAIL-LINE.
      ******************************************************************
      * 1明細を編集する。例外は WS-ZRD-FLAG に'*'。
           PERFORM 7520-FIND-ZAIKO-SHOHIN-NAME.
           MOVE WS-ZK-TENPO(ZK-IDX)   TO WS-ZRD-TENPO.
           MOVE WS-ZK-SHOHIN(ZK-IDX)  TO WS-ZRD-SHOHIN.
           MOVE WS-ZAIKO-NAME-WORK    TO WS-ZRD-NAME.
           MOVE WS-ZK-CURRENT(ZK-IDX) TO WS-ZRD-QTY.
           MOVE WS-ZK-REORDER(ZK-IDX) TO WS-ZRD-REORDER.
           IF WS-ZK-CURRENT(ZK-IDX) < 0 OR
              WS-ZK-CURRENT(ZK-IDX) < WS-ZK-REORDER(ZK-IDX)
               MOVE " *" TO WS-ZRD-FLAG
           ELSE
               MOVE SPACES TO WS-ZRD-FLAG
           END-IF.

      ******************************************************************
       7520-FIND-ZAIKO-SHOHIN-NAME.
      ******************************************************************
      * 商品名を引く。マスターに無ければ注記する。
           MOVE "(商品マスター未登録)" TO WS-ZAIKO-NAME-WORK.
           PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > WS-LOADED-SHOHIN-COUNT
               IF WS-SM-CODE(SM-IDX) = WS-ZK-SHOHIN(ZK-IDX)
                   MOVE WS-SM-NAME(SM-IDX) TO WS-ZAIKO-NAME-WORK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7529-GET-DEAD-STOCK-MONTHS.
      ******************************************************************
      * 不動と判定する無販売の月数を尋ねる。
      * 空白/範囲外は既定の WS-DS-DEFAULT-MONTHS。
           DISPLAY "不動判定の月数(1-12 空白=既定): "
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE SPACES TO WS-DS-DEAD-INPUT.
           ACCEPT WS-DS-DEAD-INPUT FROM SYSCONSOLE.
           MOVE WS-DS-DEFAULT-MONTHS TO WS-DS-DEAD-MONTHS.
           IF WS-DS-DEAD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-DS-DEAD-INPUT(2:1) = SPACE AND
              WS-DS-DEAD-INPUT(1:1) IS NUMERIC
               MOVE WS-DS-DEAD-INPUT(1:1) TO WS-DS-DEAD-MONTHS
           ELSE
               IF WS-DS-DEAD-INPUT IS NUMERIC
                   MOVE WS-DS-DEAD-INPUT TO WS-DS-DEAD-MONTHS
               ELSE
                   MOVE 0 TO WS-DS-DEAD-MONTHS
               END-IF
           END-IF.
           IF WS-DS-DEAD-MONTHS < 1 OR
              WS-DS-DEAD-MONTHS > WS-DS-MAX-DEAD-MONTHS
               DISPLAY "月数は1〜12で入力。"
                   "既定値で作成します。" UPON SYSCONSOLE
               MOVE WS-DS-DEFAULT-MONTHS TO WS-DS-DEAD-MONTHS
           END-IF.

      ******************************************************************
       7530-CREATE-DEAD-STOCK-REPORT.
      ******************************************************************
      * 在庫のある店舗×商品の販売状況を地区別に
      * FUDREP.TXT へ、同じ明細を FUDREP.CSV へ出力
      * する。締め済月は URIDAT.YYYYMM、当月は
      * URIDAT.DAT を読む (1450)。
           DISPLAY "不動在庫表を作成中..." UPON SYSCONSOLE.
           PERFORM 7531-SET-DEAD-STOCK-DATES.
           INITIALIZE WS-DS-SALES-TABLE WS-DS-GRAND-TOTALS.
      * 6ヶ月と不動判定月数の長い方から当月まで読む
           IF WS-DS-FROM-DEAD < WS-DS-FROM-6
               DIVIDE WS-DS-FROM-DEAD BY 100
                   GIVING WS-DS-SCAN-YYYYMM
           ELSE
               DIVIDE WS-DS-FROM-6 BY 100
                   GIVING WS-DS-SCAN-YYYYMM
           END-IF.
           DIVIDE WS-RUNLOG-DATE BY 100 GIVING WS-DS-TO-YYYYMM.
           PERFORM UNTIL WS-DS-SCAN-YYYYMM > WS-DS-TO-YYYYMM
               PERFORM 7532-SCAN-DEAD-STOCK-MONTH
               IF WS-DS-SCAN-MM = 12
                   ADD 1 TO WS-DS-SCAN-YYYY
                   MOVE 1 TO WS-DS-SCAN-MM
               ELSE
                   ADD 1 TO WS-DS-SCAN-MM
               END-IF
           END-PERFORM.
           PERFORM 7536-PRINT-DEAD-STOCK-REPORT.
           IF FS-FUDREP = "00" AND FS-FUDCSV = "00"
               DISPLAY "FUDREP.TXT / FUDREP.CSV へ"
                   "出力しました。" UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       7531-SET-DEAD-STOCK-DATES.
      ******************************************************************
      * 作成日の 1/3/6ヶ月前と判定月数前の日付。
           MOVE 1 TO WS-DS-MONTHS-BACK.
           PERFORM 7535-SUBTRACT-DS-MONTHS.
           MOVE WS-DS-WORK-DATE TO WS-DS-FROM-1.
           MOVE 3 TO WS-DS-MONTHS-BACK.
           PERFORM 7535-SUBTRACT-DS-MONTHS.
           MOVE WS-DS-WORK-DATE TO WS-DS-FROM-3.
           MOVE 6 TO WS-DS-MONTHS-BACK.
           PERFORM 7535-SUBTRACT-DS-MONTHS.
           MOVE WS-DS-WORK-DATE TO WS-DS-FROM-6.
           MOVE WS-DS-DEAD-MONTHS TO WS-DS-MONTHS-BACK.
           PERFORM 7535-SUBTRACT-DS-MONTHS.
           MOVE WS-DS-WORK-DATE TO WS-DS-FROM-DEAD.

      ******************************************************************
       7532-SCAN-DEAD-STOCK-MONTH.
      ******************************************************************
           MOVE WS-DS-SCAN-YYYYMM TO WS-DS-SCAN-NAME.
           MOVE WS-DS-SCAN-NAME TO WS-RESOLVE-YYYYMM.
           PERFORM 1450-RESOLVE-URIAGE-FILE.
           OPEN INPUT URIAGE-JISSEKI-FILE.
           IF FS-URIAGE NOT = "00"
               IF FS-URIAGE NOT = "05" AND FS-URIAGE NOT = "35"
                   MOVE "URIAGE-FUD" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-URIAGE    TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
                   PERFORM 9170-SHOW-URIAGE-CALC-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET URIAGE-EOF TO FALSE.
           READ URIAGE-JISSEKI-FILE AT END SET URIAGE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL URIAGE-EOF
               IF UJ-DATE(1:6) = WS-DS-SCAN-NAME
                   PERFORM 7533-ACCUMULATE-DEAD-STOCK-LINE
               END-IF
               READ URIAGE-JISSEKI-FILE
                   AT END SET URIAGE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE URIAGE-JISSEKI-FILE.

      ******************************************************************
       7533-ACCUMULATE-DEAD-STOCK-LINE.
      ******************************************************************
      * 在庫表にある店舗×商品だけを集計する。
      * 返品は数量を控除し最終販売日は更新しない。
           IF UJ-DATE > WS-RUNLOG-DATE
               EXIT PARAGRAPH
           END-IF.
           IF UJ-TRAN-TYPE = 'R'
               MOVE -1 TO WS-DS-SIGN
           ELSE
               MOVE 1 TO WS-DS-SIGN
           END-IF.
           PERFORM VARYING ZK-IDX FROM 1 BY 1
                   UNTIL ZK-IDX > WS-LOADED-ZAIKO-COUNT
               IF WS-ZK-TENPO(ZK-IDX) = UJ-TENPO-CODE AND
                  WS-ZK-SHOHIN(ZK-IDX) = UJ-SHOHIN-CODE
                   SET DSZ-IDX TO ZK-IDX
                   IF UJ-DATE > WS-DS-FROM-1
                       COMPUTE WS-DS-QTY-1(DSZ-IDX) =
                           WS-DS-QTY-1(DSZ-IDX)
                           + UJ-QUANTITY * WS-DS-SIGN
                   END-IF
                   IF UJ-DATE > WS-DS-FROM-3
                       COMPUTE WS-DS-QTY-3(DSZ-IDX) =
                           WS-DS-QTY-3(DSZ-IDX)
                           + UJ-QUANTITY * WS-DS-SIGN
                   END-IF
                   IF UJ-DATE > WS-DS-FROM-6
                       COMPUTE WS-DS-QTY-6(DSZ-IDX) =
                           WS-DS-QTY-6(DSZ-IDX)
                           + UJ-QUANTITY * WS-DS-SIGN
                   END-IF
                   IF UJ-TRAN-TYPE NOT = 'R' AND
                      UJ-DATE > WS-DS-LAST-DATE(DSZ-IDX)
                       MOVE UJ-DATE TO WS-DS-LAST-DATE(DSZ-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7535-SUBTRACT-DS-MONTHS.
      ******************************************************************
      * 作成日から WS-DS-MONTHS-BACK ヶ月前の同日を
      * WS-DS-WORK-DATE に返す (比較用のため月末の
      * 日付補正はしない)。
           MOVE WS-RUNLOG-DATE TO WS-DS-WORK-DATE.
           PERFORM WS-DS-MONTHS-BACK TIMES
               IF WS-DS-WORK-MM = 1
                   SUBTRACT 1 FROM WS-DS-WORK-YYYY
                   MOVE 12 TO WS-DS-WORK-MM
               ELSE
                   SUBTRACT 1 FROM WS-DS-WORK-MM
               END-IF
           END-PERFORM.

      ******************************************************************
       7536-PRINT-DEAD-STOCK-REPORT.
      ******************************************************************
           OPEN OUTPUT DEAD-STOCK-REPORT-FILE.
           IF FS-FUDREP NOT = "00"
               MOVE "FUDREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-FUDREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "不動在庫表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-FUDREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DEAD-STOCK-CSV-FILE.
           IF FS-FUDCSV NOT = "00"
               MOVE "FUDCSV-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-FUDCSV     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "FUDREP.CSV オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-FUDCSV UPON SYSCONSOLE
               CLOSE DEAD-STOCK-REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

      * Header
           MOVE WS-DS-DEAD-MONTHS TO WS-DS-MONTHS-ED.
           MOVE SPACES TO WS-FUDREP-HEADER1.
           STRING "不動在庫表 (作成日:" WS-RUNLOG-DATE
                  " 不動判定:" WS-DS-MONTHS-ED "ヶ月販売なし)"
                  DELIMITED BY SIZE INTO WS-FUDREP-HEADER1.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-HEADER1.
           MOVE SPACES TO WS-FUDREP-TEXT-LINE.
           STRING "販売数は作成日から遡る期間"
                  " (返品控除)"
                  " 週数=在庫数/(3ヶ月販売数/13週)"
                  DELIMITED BY SIZE INTO WS-FUDREP-TEXT-LINE.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-TEXT-LINE.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-DASHES-120.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-HEADER2.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-DASHES-120.
           WRITE DEAD-STOCK-CSV-LINE FROM WS-FUDCSV-HEADER.

      * 地区コード順に出力する (廃止店舗は除く)
           MOVE LOW-VALUES TO WS-DS-CUR-REGION.
           PERFORM UNTIL WS-DS-CUR-REGION = HIGH-VALUES
               PERFORM 7537-FIND-NEXT-DS-REGION
               MOVE WS-DS-NEXT-REGION TO WS-DS-CUR-REGION
               IF WS-DS-CUR-REGION NOT = HIGH-VALUES
                   PERFORM 7538-PRINT-DEAD-STOCK-REGION
               END-IF
           END-PERFORM.

      * Footer (地区ごとに区切り線を出している)
           MOVE "総合計" TO WS-FDT-LABEL.
           MOVE WS-DS-GT-ONHAND TO WS-FDT-ONHAND.
           MOVE WS-DS-GT-QTY-1  TO WS-FDT-QTY-1.
           MOVE WS-DS-GT-QTY-3  TO WS-FDT-QTY-3.
           MOVE WS-DS-GT-QTY-6  TO WS-FDT-QTY-6.
           MOVE WS-DS-GT-VALUE  TO WS-FDT-VALUE.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-TOTAL-LINE.
           MOVE WS-DS-GT-DEAD-COUNT TO WS-DS-COUNT-ED.
           MOVE WS-DS-GT-DEAD-VALUE TO WS-DS-VALUE-ED.
           MOVE SPACES TO WS-FUDREP-TEXT-LINE.
           STRING "  うち不動 (*): " WS-DS-COUNT-ED
                  " 品目 在庫金額" WS-DS-VALUE-ED
                  DELIMITED BY SIZE INTO WS-FUDREP-TEXT-LINE.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-TEXT-LINE.
           CLOSE DEAD-STOCK-REPORT-FILE.
           CLOSE DEAD-STOCK-CSV-FILE.

      ******************************************************************
       7537-FIND-NEXT-DS-REGION.
      ******************************************************************
      * WS-DS-CUR-REGION より大きい最小の地区を探す。
      * 無ければ HIGH-VALUES を返す。
           MOVE HIGH-VALUES TO WS-DS-NEXT-REGION.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(TM-IDX) NOT = 'D' AND
                  WS-TM-REGION(TM-IDX) > WS-DS-CUR-REGION AND
                  WS-TM-REGION(TM-IDX) < WS-DS-NEXT-REGION
                   MOVE WS-TM-REGION(TM-IDX) TO WS-DS-NEXT-REGION
               END-IF
           END-PERFORM.

      ******************************************************************
       7538-PRINT-DEAD-STOCK-REGION.
      ******************************************************************
      * 1地区分の明細と地区計。在庫0で6ヶ月販売も
      * 無い行は省く。
           INITIALIZE WS-DS-REGION-TOTALS.
           MOVE SPACES TO WS-FUDREP-TEXT-LINE.
           STRING "[地区 " WS-DS-CUR-REGION "]"
                  DELIMITED BY SIZE INTO WS-FUDREP-TEXT-LINE.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-TEXT-LINE.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(TM-IDX) NOT = 'D' AND
                  WS-TM-REGION(TM-IDX) = WS-DS-CUR-REGION
                   PERFORM VARYING ZK-IDX FROM 1 BY 1
                           UNTIL ZK-IDX > WS-LOADED-ZAIKO-COUNT
                       SET DSZ-IDX TO ZK-IDX
                       IF WS-ZK-TENPO(ZK-IDX) = WS-TM-CODE(TM-IDX)
                          AND (WS-ZK-CURRENT(ZK-IDX) NOT = 0 OR
                               WS-DS-QTY-6(DSZ-IDX) NOT = 0)
                           PERFORM 7539-PRINT-DEAD-STOCK-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-FDT-LABEL.
           STRING "  地区計 " WS-DS-CUR-REGION
                  DELIMITED BY SIZE INTO WS-FDT-LABEL.
           MOVE WS-DS-RG-ONHAND TO WS-FDT-ONHAND.
           MOVE WS-DS-RG-QTY-1  TO WS-FDT-QTY-1.
           MOVE WS-DS-RG-QTY-3  TO WS-FDT-QTY-3.
           MOVE WS-DS-RG-QTY-6  TO WS-FDT-QTY-6.
           MOVE WS-DS-RG-VALUE  TO WS-FDT-VALUE.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-TOTAL-LINE.
           MOVE WS-DS-RG-DEAD-COUNT TO WS-DS-COUNT-ED.
           MOVE WS-DS-RG-DEAD-VALUE TO WS-DS-VALUE-ED.
           MOVE SPACES TO WS-FUDREP-TEXT-LINE.
           STRING "  うち不動 (*): " WS-DS-COUNT-ED
                  " 品目 在庫金額" WS-DS-VALUE-ED
                  DELIMITED BY SIZE INTO WS-FUDREP-TEXT-LINE.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-TEXT-LINE.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-DASHES-120.

      ******************************************************************
       7539-PRINT-DEAD-STOCK-LINE.
      ******************************************************************
      * 1明細を編集して帳票と CSV へ書き、地区計と
      * 総合計へ積み上げる。金額は原価 (SM-COST)。
           PERFORM 7520-FIND-ZAIKO-SHOHIN-NAME.
           MOVE 0 TO WS-DS-COST.
           IF SM-IDX NOT > WS-LOADED-SHOHIN-COUNT
               MOVE WS-SM-COST(SM-IDX) TO WS-DS-COST
           END-IF.
           MOVE 0 TO WS-DS-VALUE.
           IF WS-ZK-CURRENT(ZK-IDX) > 0
               COMPUTE WS-DS-VALUE =
                   WS-ZK-CURRENT(ZK-IDX) * WS-DS-COST
           END-IF.
           SET DS-DEAD-STOCK TO FALSE.
           IF WS-ZK-CURRENT(ZK-IDX) > 0 AND
              WS-DS-LAST-DATE(DSZ-IDX) NOT > WS-DS-FROM-DEAD
               SET DS-DEAD-STOCK TO TRUE
           END-IF.

           MOVE WS-TM-REGION(TM-IDX)  TO WS-FDD-REGION.
           MOVE WS-ZK-TENPO(ZK-IDX)   TO WS-FDD-TENPO.
           MOVE WS-ZK-SHOHIN(ZK-IDX)  TO WS-FDD-SHOHIN.
           MOVE WS-ZAIKO-NAME-WORK    TO WS-FDD-NAME.
           MOVE WS-ZK-CURRENT(ZK-IDX) TO WS-FDD-ONHAND.
           MOVE WS-DS-QTY-1(DSZ-IDX)  TO WS-FDD-QTY-1.
           MOVE WS-DS-QTY-3(DSZ-IDX)  TO WS-FDD-QTY-3.
           MOVE WS-DS-QTY-6(DSZ-IDX)  TO WS-FDD-QTY-6.
           MOVE WS-DS-VALUE           TO WS-FDD-VALUE.
           IF WS-DS-LAST-DATE(DSZ-IDX) = 0
               MOVE "----------" TO WS-FDD-LAST-DATE
               MOVE SPACES TO WS-FUDCSV-DATE
           ELSE
               MOVE WS-DS-LAST-DATE(DSZ-IDX) TO WS-DS-WORK-DATE
               MOVE SPACES TO WS-FDD-LAST-DATE
               STRING WS-DS-WORK-YYYY "/" WS-DS-WORK-MM "/"
                      WS-DS-WORK-DD
                      DELIMITED BY SIZE INTO WS-FDD-LAST-DATE
               MOVE WS-DS-WORK-DATE TO WS-FUDCSV-DATE
           END-IF.
      * 週数: 在庫なしは空白、3ヶ月販売なしは '***'
           MOVE SPACES TO WS-FDD-WEEKS.
           MOVE SPACES TO WS-FUDCSV-WEEKS.
           IF WS-ZK-CURRENT(ZK-IDX) > 0
               IF WS-DS-QTY-3(DSZ-IDX) > 0
                   COMPUTE WS-DS-WEEKS ROUNDED =
                       WS-ZK-CURRENT(ZK-IDX) * 13
                       / WS-DS-QTY-3(DSZ-IDX)
                       ON SIZE ERROR
                           MOVE "   ***" TO WS-FDD-WEEKS
                       NOT ON SIZE ERROR
                           MOVE WS-DS-WEEKS TO WS-DS-WEEKS-ED
                           MOVE WS-DS-WEEKS-ED TO WS-FDD-WEEKS(2:5)
                           MOVE WS-DS-WEEKS-ED TO WS-FUDCSV-WEEKS
                   END-COMPUTE
               ELSE
                   MOVE "   ***" TO WS-FDD-WEEKS
               END-IF
           END-IF.
           IF DS-DEAD-STOCK
               MOVE " *" TO WS-FDD-FLAG
           ELSE
               MOVE SPACES TO WS-FDD-FLAG
           END-IF.
           WRITE DEAD-STOCK-REPORT-LINE FROM WS-FUDREP-DETAIL-LINE.
           PERFORM 7541-WRITE-DEAD-STOCK-CSV.

           ADD WS-ZK-CURRENT(ZK-IDX) TO WS-DS-RG-ONHAND
                                        WS-DS-GT-ONHAND.
           ADD WS-DS-QTY-1(DSZ-IDX) TO WS-DS-RG-QTY-1 WS-DS-GT-QTY-1.
           ADD WS-DS-QTY-3(DSZ-IDX) TO WS-DS-RG-QTY-3 WS-DS-GT-QTY-3.
           ADD WS-DS-QTY-6(DSZ-IDX) TO WS-DS-RG-QTY-6 WS-DS-GT-QTY-6.
           ADD WS-DS-VALUE TO WS-DS-RG-VALUE WS-DS-GT-VALUE.
           IF DS-DEAD-STOCK
               ADD 1 TO WS-DS-RG-DEAD-COUNT WS-DS-GT-DEAD-COUNT
               ADD WS-DS-VALUE TO WS-DS-RG-DEAD-VALUE
                                  WS-DS-GT-DEAD-VALUE
           END-IF.

      ******************************************************************
       7541-WRITE-DEAD-STOCK-CSV.
      ******************************************************************
      * 帳票と同じ明細を CSV で1行出力する。
      * 最終販売日は YYYYMMDD (無ければ空欄)。
           MOVE WS-ZK-CURRENT(ZK-IDX) TO WS-FUDCSV-ONHAND.
           MOVE WS-DS-QTY-1(DSZ-IDX)  TO WS-FUDCSV-QTY-1.
           MOVE WS-DS-QTY-3(DSZ-IDX)  TO WS-FUDCSV-QTY-3.
           MOVE WS-DS-QTY-6(DSZ-IDX)  TO WS-FUDCSV-QTY-6.
           MOVE WS-DS-VALUE           TO WS-FUDCSV-VALUE.
           MOVE SPACES TO WS-FUDCSV-LINE.
           STRING WS-TM-REGION(TM-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ZK-TENPO(ZK-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ZK-SHOHIN(ZK-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  WS-ZAIKO-NAME-WORK DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FUDCSV-ONHAND DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FUDCSV-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FUDCSV-QTY-1 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FUDCSV-QTY-3 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FUDCSV-QTY-6 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FUDCSV-WEEKS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FUDCSV-VALUE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DS-DEAD-FLG DELIMITED BY SIZE
                  INTO WS-FUDCSV-LINE
           END-STRING.
           WRITE DEAD-STOCK-CSV-LINE FROM WS-FUDCSV-LINE.

      ******************************************************************
       7550-CREATE-ORDER-SUGGESTION.
      ******************************************************************
      * 発注点割れの店舗×商品について発注数を
      * 提案し HATREP.TXT へ出力する。発注残は
      * 差し引き、発注単位に切り上げる。対話時は
      * 確認のうえ HACCHU.DAT へ発注を起こす。
           DISPLAY "発注提案表を作成中..." UPON SYSCONSOLE.
           OPEN OUTPUT ORDER-REPORT-FILE.
           IF FS-HATREP NOT = "00"
               MOVE "HATREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-HATREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "発注提案表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-HATREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

      * Header
           MOVE SPACES TO WS-HATREP-HEADER1.
           STRING "発注提案表 (作成日:" WS-RUNLOG-DATE ")"
                  DELIMITED BY SIZE INTO WS-HATREP-HEADER1.
           WRITE ORDER-REPORT-LINE FROM WS-HATREP-HEADER1.
           WRITE ORDER-REPORT-LINE FROM WS-DASHES-100.
           WRITE ORDER-REPORT-LINE FROM WS-HATREP-HEADER2.
           WRITE ORDER-REPORT-LINE FROM WS-DASHES-100.

      * Detail (提案分は発注テーブルへ仮に追加する)
           MOVE WS-LOADED-ORDER-COUNT TO WS-ORDER-SAVED-COUNT.
           MOVE 0 TO WS-ORDER-SUGGEST-COUNT.
           MOVE 0 TO WS-ORDER-ISSUE-COUNT.
           PERFORM VARYING ZK-IDX FROM 1 BY 1
                   UNTIL ZK-IDX > WS-LOADED-ZAIKO-COUNT
               IF WS-ZK-REORDER(ZK-IDX) > 0 AND
                  WS-ZK-CURRENT(ZK-IDX) < WS-ZK-REORDER(ZK-IDX)
                   PERFORM 7555-SUGGEST-ONE-ORDER
                   WRITE ORDER-REPORT-LINE
                       FROM WS-HATREP-DETAIL-LINE
               END-IF
           END-PERFORM.

      * Footer
           WRITE ORDER-REPORT-LINE FROM WS-DASHES-100.
           MOVE WS-ORDER-SUGGEST-COUNT TO WS-HRC-COUNT.
           WRITE ORDER-REPORT-LINE FROM WS-HATREP-COUNT-LINE.
           CLOSE ORDER-REPORT-FILE.
           DISPLAY "HATREP.TXT へ出力しました。"
               UPON SYSCONSOLE.

      * 無人バッチでは提案のみ (発注は起こさない)
           IF WS-ORDER-ISSUE-COUNT = 0 OR BATCH-MODE-ACTIVE
               MOVE WS-ORDER-SAVED-COUNT TO WS-LOADED-ORDER-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORDER-ISSUE-COUNT TO WS-ORDER-COUNT-ED.
           DISPLAY "発注データを作成しますか ("
               WS-ORDER-COUNT-ED "件) (Y/N): "
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE SPACE TO WS-ORDER-CONFIRM.
           ACCEPT WS-ORDER-CONFIRM FROM SYSCONSOLE.
           IF WS-ORDER-CONFIRM = 'Y' OR WS-ORDER-CONFIRM = 'y'
               PERFORM 8692-REWRITE-ORDER-FILE
               DISPLAY "HACCHU.DAT へ発注を追加しました。"
                   UPON SYSCONSOLE
           ELSE
               MOVE WS-ORDER-SAVED-COUNT TO WS-LOADED-ORDER-COUNT
               DISPLAY "発注データは作成していません。"
                   UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       7555-SUGGEST-ONE-ORDER.
      ******************************************************************
      * 1明細分の提案を編集する。仕入先未登録/
      * 発注残で充足済みの組は発注しない。
           PERFORM 7520-FIND-ZAIKO-SHOHIN-NAME.
           MOVE WS-ZK-TENPO(ZK-IDX)   TO WS-HRD-TENPO.
           MOVE WS-ZK-SHOHIN(ZK-IDX)  TO WS-HRD-SHOHIN.
           MOVE WS-ZAIKO-NAME-WORK    TO WS-HRD-NAME.
           MOVE WS-ZK-CURRENT(ZK-IDX) TO WS-HRD-QTY.
           MOVE WS-ZK-REORDER(ZK-IDX) TO WS-HRD-REORDER.
           MOVE SPACES TO WS-HRD-SUPPLIER.
           MOVE 0      TO WS-HRD-ORDER-QTY.
           MOVE SPACES TO WS-HRD-DUE-DATE.
           MOVE SPACES TO WS-HRD-REMARK.
           ADD 1 TO WS-ORDER-SUGGEST-COUNT.

           PERFORM 7556-FIND-SUPPLIER.
           IF WS-SI-FOUND-IDX = 0
               MOVE "仕入先未登録" TO WS-HRD-REMARK
               EXIT PARAGRAPH
           END-IF.
           SET SI-IDX TO WS-SI-FOUND-IDX.
           MOVE WS-SI-CODE(SI-IDX) TO WS-HRD-SUPPLIER.

      * 不足数 = 発注点 - 現在庫 - 発注残
           PERFORM 7557-SUM-OPEN-ORDER-QTY.
           COMPUTE WS-ORDER-NEED-QTY =
               WS-ZK-REORDER(ZK-IDX) - WS-ZK-CURRENT(ZK-IDX)
               - WS-ORDER-OUTSTANDING.
           IF WS-ORDER-NEED-QTY <= 0
               MOVE "発注残で充足" TO WS-HRD-REMARK
               EXIT PARAGRAPH
           END-IF.

      * 発注単位へ切り上げる
           MOVE WS-SI-LOT(SI-IDX) TO WS-ORDER-LOT-WORK.
           IF WS-ORDER-LOT-WORK = 0
               MOVE 1 TO WS-ORDER-LOT-WORK
           END-IF.
           DIVIDE WS-ORDER-NEED-QTY BY WS-ORDER-LOT-WORK
               GIVING WS-ORDER-LOT-COUNT
               REMAINDER WS-ORDER-LOT-REM.
           IF WS-ORDER-LOT-REM > 0
               ADD 1 TO WS-ORDER-LOT-COUNT
           END-IF.
           COMPUTE WS-ORDER-QTY-WORK =
               WS-ORDER-LOT-COUNT * WS-ORDER-LOT-WORK.
           IF WS-ORDER-QTY-WORK > 99999
               MOVE "発注数が桁溢れ" TO WS-HRD-REMARK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORDER-QTY-WORK TO WS-HRD-ORDER-QTY.

      * 納期 = 本日 + リードタイム
           MOVE WS-RUNLOG-DATE TO WS-DATE-CHECK.
           MOVE WS-SI-LEAD-DAYS(SI-IDX) TO WS-DATE-ADD-DAYS.
           PERFORM 9410-ADD-DAYS-TO-DATE.
           MOVE WS-DATE-CHECK TO WS-HRD-DUE-DATE.

           IF WS-LOADED-ORDER-COUNT >= WS-MAX-ORDER
               PERFORM 9380-SHOW-HACCHU-OVERFLOW
               MOVE "発注データ満杯" TO WS-HRD-REMARK
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOADED-ORDER-COUNT.
           SET HC-IDX TO WS-LOADED-ORDER-COUNT.
           ADD 1 TO WS-ORDER-ISSUE-COUNT.
           COMPUTE WS-HC-NO(HC-IDX) =
               WS-ORDER-LAST-NO + WS-ORDER-ISSUE-COUNT.
           MOVE WS-RUNLOG-DATE        TO WS-HC-ORDER-DATE(HC-IDX).
           MOVE WS-ZK-TENPO(ZK-IDX)   TO WS-HC-TENPO(HC-IDX).
           MOVE WS-ZK-SHOHIN(ZK-IDX)  TO WS-HC-SHOHIN(HC-IDX).
           MOVE WS-SI-CODE(SI-IDX)    TO WS-HC-SUPPLIER(HC-IDX).
           MOVE WS-ORDER-QTY-WORK     TO WS-HC-ORDER-QTY(HC-IDX).
           MOVE WS-DATE-CHECK         TO WS-HC-DUE-DATE(HC-IDX).
           MOVE 0                     TO WS-HC-RECEIVED-QTY(HC-IDX).
           MOVE 'O'                   TO WS-HC-STATUS(HC-IDX).
           STRING "発注No " WS-HC-NO(HC-IDX)
                  DELIMITED BY SIZE INTO WS-HRD-REMARK.

      ******************************************************************
       7556-FIND-SUPPLIER.
      ******************************************************************
      * 在庫行の商品から仕入先を引く。無ければ0。
           MOVE 0 TO WS-SI-FOUND-IDX.
           PERFORM VARYING SI-IDX FROM 1 BY 1
                   UNTIL SI-IDX > WS-LOADED-SUPPLIER-COUNT
               IF WS-SI-SHOHIN(SI-IDX) = WS-ZK-SHOHIN(ZK-IDX)
                   SET WS-SI-FOUND-IDX TO SI-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7557-SUM-OPEN-ORDER-QTY.
      ******************************************************************
      * 同一店舗×商品の発注残 (未入荷分) を合計。
           MOVE 0 TO WS-ORDER-OUTSTANDING.
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > WS-LOADED-ORDER-COUNT
               IF WS-HC-TENPO(HC-IDX) = WS-ZK-TENPO(ZK-IDX) AND
                  WS-HC-SHOHIN(HC-IDX) = WS-ZK-SHOHIN(ZK-IDX) AND
                  WS-HC-STATUS(HC-IDX) NOT = 'C' AND
                  WS-HC-RECEIVED-QTY(HC-IDX) <
                  WS-HC-ORDER-QTY(HC-IDX)
                   COMPUTE WS-ORDER-OUTSTANDING =
                       WS-ORDER-OUTSTANDING
                       + WS-HC-ORDER-QTY(HC-IDX)
                       - WS-HC-RECEIVED-QTY(HC-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       7580-CREATE-BACKORDER-REPORT.
      ******************************************************************
      * 発注残 (未入荷/一部入荷=不足) と、入荷取込で
      * 記録した過剰入荷/発注なし入荷を ZANREP.TXT
      * へ出力する。納期を過ぎた発注残に'*'。
           DISPLAY "発注残/入荷差異表を作成中..."
               UPON SYSCONSOLE.
           OPEN OUTPUT BACKORDER-REPORT-FILE.
           IF FS-ZANREP NOT = "00"
               MOVE "ZANREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-ZANREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "発注残/入荷差異表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-ZANREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

      * Header
           MOVE SPACES TO WS-ZANREP-HEADER1.
           STRING "発注残/入荷差異表 (作成日:"
                  WS-RUNLOG-DATE ")"
                  DELIMITED BY SIZE INTO WS-ZANREP-HEADER1.
           WRITE BACKORDER-REPORT-LINE FROM WS-ZANREP-HEADER1.
           WRITE BACKORDER-REPORT-LINE FROM WS-DASHES-100.

      * 発注残セクション
           WRITE BACKORDER-REPORT-LINE FROM WS-ZANREP-SEC1-HDR.
           WRITE BACKORDER-REPORT-LINE FROM WS-ZANREP-HEADER2.
           WRITE BACKORDER-REPORT-LINE FROM WS-DASHES-100.
           MOVE 0 TO WS-ZANREP-COUNT.
           MOVE 0 TO WS-ZANREP-LATE-COUNT.
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > WS-LOADED-ORDER-COUNT
               IF WS-HC-STATUS(HC-IDX) NOT = 'C' AND
                  WS-HC-RECEIVED-QTY(HC-IDX) <
                  WS-HC-ORDER-QTY(HC-IDX)
                   PERFORM 7585-EDIT-BACKORDER-LINE
                   WRITE BACKORDER-REPORT-LINE
                       FROM WS-ZANREP-ORDER-LINE
               END-IF
           END-PERFORM.
           WRITE BACKORDER-REPORT-LINE FROM WS-DASHES-100.
           MOVE WS-ZANREP-COUNT      TO WS-ZNC-COUNT.
           MOVE WS-ZANREP-LATE-COUNT TO WS-ZNC-LATE.
           WRITE BACKORDER-REPORT-LINE FROM WS-ZANREP-COUNT-LINE.

      * 入荷差異セクション
           WRITE BACKORDER-REPORT-LINE FROM WS-DASHES-100.
           WRITE BACKORDER-REPORT-LINE FROM WS-ZANREP-SEC2-HDR.
           WRITE BACKORDER-REPORT-LINE FROM WS-ZANREP-HEADER3.
           WRITE BACKORDER-REPORT-LINE FROM WS-DASHES-100.
           PERFORM 7590-LIST-RECEIPT-EXCEPTIONS.
           WRITE BACKORDER-REPORT-LINE FROM WS-DASHES-100.
           MOVE WS-ZANREP-COUNT TO WS-ZNX-COUNT.
           WRITE BACKORDER-REPORT-LINE FROM WS-ZANREP-EXC-LINE.
           CLOSE BACKORDER-REPORT-FILE.
           DISPLAY "ZANREP.TXT へ出力しました。"
               UPON SYSCONSOLE.

      ******************************************************************
       7585-EDIT-BACKORDER-LINE.
      ******************************************************************
           ADD 1 TO WS-ZANREP-COUNT.
           MOVE WS-HC-NO(HC-IDX)           TO WS-ZOD-NO.
           MOVE WS-HC-ORDER-DATE(HC-IDX)   TO WS-ZOD-ORDER-DATE.
           MOVE WS-HC-TENPO(HC-IDX)        TO WS-ZOD-TENPO.
           MOVE WS-HC-SHOHIN(HC-IDX)       TO WS-ZOD-SHOHIN.
           MOVE WS-HC-SUPPLIER(HC-IDX)     TO WS-ZOD-SUPPLIER.
           MOVE WS-HC-ORDER-QTY(HC-IDX)    TO WS-ZOD-ORDER-QTY.
           MOVE WS-HC-RECEIVED-QTY(HC-IDX) TO WS-ZOD-RECEIVED-QTY.
           COMPUTE WS-ZOD-OPEN-QTY =
               WS-HC-ORDER-QTY(HC-IDX) - WS-HC-RECEIVED-QTY(HC-IDX).
           MOVE WS-HC-DUE-DATE(HC-IDX)     TO WS-ZOD-DUE-DATE.
           IF WS-HC-RECEIVED-QTY(HC-IDX) > 0
               MOVE "一部入荷(不足)" TO WS-ZOD-STATE
           ELSE
               MOVE "未入荷" TO WS-ZOD-STATE
           END-IF.
           IF WS-HC-DUE-DATE(HC-IDX) < WS-RUNLOG-DATE
               MOVE " *" TO WS-ZOD-FLAG
               ADD 1 TO WS-ZANREP-LATE-COUNT
           ELSE
               MOVE SPACES TO WS-ZOD-FLAG
           END-IF.

      ******************************************************************
       7590-LIST-RECEIPT-EXCEPTIONS.
      ******************************************************************
      * NYKEXC.DAT の全行を出力する。無ければ0件。
           MOVE 0 TO WS-ZANREP-COUNT.
           OPEN INPUT RECEIPT-EXCEPTION-FILE.
           IF FS-NYKEXC NOT = "00"
               IF FS-NYKEXC NOT = "05" AND FS-NYKEXC NOT = "35"
                   MOVE "NYKEXC-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-NYKEXC     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SET NYKEXC-EOF TO FALSE.
           PERFORM UNTIL NYKEXC-EOF
               READ RECEIPT-EXCEPTION-FILE
                   AT END
                       SET NYKEXC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ZANREP-COUNT
                       MOVE RX-DATE        TO WS-ZRX-DATE
                       MOVE RX-TENPO-CODE  TO WS-ZRX-TENPO
                       MOVE RX-SHOHIN-CODE TO WS-ZRX-SHOHIN
                       MOVE RX-QUANTITY    TO WS-ZRX-QTY
                       IF RX-ORDER-NO = 0
                           MOVE SPACES TO WS-ZRX-ORDER-NO
                       ELSE
                           MOVE RX-ORDER-NO TO WS-ZRX-ORDER-NO
                       END-IF
                       IF RX-KIND = 'V'
                           MOVE "過剰入荷" TO WS-ZRX-KIND
                       ELSE
                           MOVE "発注なし入荷" TO WS-ZRX-KIND
                       END-IF
                       WRITE BACKORDER-REPORT-LINE
                           FROM WS-ZANREP-RECEIPT-LINE
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-EXCEPTION-FILE.

      ******************************************************************
       7600-CREATE-COMPARE-REPORT.
      ******************************************************************
      * 当月/前月/前年同月を同一実行内で集計する。
           DISPLAY "前月/前年対比表を作成中..."
               UPON SYSCONSOLE.
           PERFORM 7610-DERIVE-COMPARE-MONTHS.
           PERFORM 7615-RESET-COMPARE-TABLE.

      * バッチ一括集計済みなら当月は再読せず
      * 店舗別テーブルから転記する (1750参照)。
           MOVE WS-REPORT-YYYYMM TO WS-HIKAKU-TARGET-YYYYMM.
           MOVE 1 TO WS-HIKAKU-BUCKET.
           IF COMBINED-PASS-DONE
               PERFORM 7625-FILL-CURRENT-FROM-TABLES
           ELSE
               PERFORM 7620-ACCUMULATE-COMPARE-MONTH
           END-IF.
           MOVE WS-HIKAKU-PM-YYYYMM TO WS-HIKAKU-TARGET-YYYYMM.
           MOVE 2 TO WS-HIKAKU-BUCKET.
           PERFORM 7620-ACCUMULATE-COMPARE-MONTH.
           MOVE WS-HIKAKU-PY-YYYYMM TO WS-HIKAKU-TARGET-YYYYMM.
           MOVE 3 TO WS-HIKAKU-BUCKET.
           PERFORM 7620-ACCUMULATE-COMPARE-MONTH.

           PERFORM 7630-PRINT-COMPARE-REPORT.
           DISPLAY "TENHIK.TXT へ出力しました。"
               UPON SYSCONSOLE.

      ******************************************************************
       7610-DERIVE-COMPARE-MONTHS.
      ******************************************************************
      * 前月 (1月なら前年12月) と前年同月を求める。
           MOVE WS-REPORT-YYYY TO WS-HIKAKU-WORK-YYYY.
           MOVE WS-REPORT-MM   TO WS-HIKAKU-WORK-MM.
           IF WS-HIKAKU-WORK-MM = 1
               SUBTRACT 1 FROM WS-HIKAKU-WORK-YYYY
               MOVE 12 TO WS-HIKAKU-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-HIKAKU-WORK-MM
           END-IF.
           MOVE SPACES TO WS-HIKAKU-PM-YYYYMM.
           STRING WS-HIKAKU-WORK-YYYY WS-HIKAKU-WORK-MM
               DELIMITED BY SIZE INTO WS-HIKAKU-PM-YYYYMM.

           COMPUTE WS-HIKAKU-WORK-YYYY = WS-REPORT-YYYY - 1.
           MOVE WS-REPORT-MM TO WS-HIKAKU-WORK-MM.
           MOVE SPACES TO WS-HIKAKU-PY-YYYYMM.
           STRING WS-HIKAKU-WORK-YYYY WS-HIKAKU-WORK-MM
               DELIMITED BY SIZE INTO WS-HIKAKU-PY-YYYYMM.

      ******************************************************************
       7615-RESET-COMPARE-TABLE.
      ******************************************************************
           PERFORM VARYING HK-IDX FROM 1 BY 1 UNTIL HK-IDX > 50
               MOVE 0 TO WS-HK-AMT(HK-IDX, 1)
               MOVE 0 TO WS-HK-AMT(HK-IDX, 2)
               MOVE 0 TO WS-HK-AMT(HK-IDX, 3)
           END-PERFORM.
           MOVE 0 TO WS-HK-TOTAL(1).
           MOVE 0 TO WS-HK-TOTAL(2).
           MOVE 0 TO WS-HK-TOTAL(3).

      ******************************************************************
       7620-ACCUMULATE-COMPARE-MONTH.
      ******************************************************************
      * 対象年月1ヶ月分を該当バケットへ集計する。
      * 稼働中店舗のみ対象、返品は控除する。
           MOVE WS-HIKAKU-TARGET-YYYYMM TO WS-RESOLVE-YYYYMM.
           PERFORM 1450-RESOLVE-URIAGE-FILE.
           OPEN INPUT URIAGE-JISSEKI-FILE.
           IF FS-URIAGE NOT = "00" AND FS-URIAGE NOT = "05"
               MOVE "URIAGE-HIK" TO WS-RUNLOG-BAD-NAME
               MOVE FS-URIAGE    TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               PERFORM 9170-SHOW-URIAGE-CALC-ERROR
               EXIT PARAGRAPH
           END-IF.

           SET URIAGE-EOF TO FALSE.
           READ URIAGE-JISSEKI-FILE AT END SET URIAGE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL URIAGE-EOF
               IF UJ-DATE(1:6) = WS-HIKAKU-TARGET-YYYYMM
                   PERFORM VARYING HK-IDX FROM 1 BY 1
                           UNTIL HK-IDX > WS-LOADED-TENPO-COUNT
                       IF UJ-TENPO-CODE = WS-TM-CODE(HK-IDX) AND
                          WS-TM-STATUS(HK-IDX) NOT = 'D'
                           IF UJ-TRAN-TYPE = 'R'
                               SUBTRACT UJ-AMOUNT FROM WS-HK-AMT
                                   (HK-IDX, WS-HIKAKU-BUCKET)
                               SUBTRACT UJ-AMOUNT FROM WS-HK-TOTAL
                                   (WS-HIKAKU-BUCKET)
                           ELSE
                               ADD UJ-AMOUNT TO WS-HK-AMT
                                   (HK-IDX, WS-HIKAKU-BUCKET)
                               ADD UJ-AMOUNT TO WS-HK-TOTAL
                                   (WS-HIKAKU-BUCKET)
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               READ URIAGE-JISSEKI-FILE
                   AT END SET URIAGE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE URIAGE-JISSEKI-FILE.

      ******************************************************************
       7625-FILL-CURRENT-FROM-TABLES.
      ******************************************************************
      * 当月バケットは店舗別税込売上と定義上
      * 同値のため、一括集計の結果を転記する。
           PERFORM VARYING HK-IDX FROM 1 BY 1
                   UNTIL HK-IDX > WS-LOADED-TENPO-COUNT
               MOVE WS-TS-MONTHLY-SALES(HK-IDX)
                   TO WS-HK-AMT(HK-IDX, 1)
           END-PERFORM.
           MOVE WS-GRAND-TOTAL-SALES TO WS-HK-TOTAL(1).

      ******************************************************************
       7630-PRINT-COMPARE-REPORT.
      ******************************************************************
           OPEN OUTPUT COMPARE-REPORT-FILE.
           IF FS-TENHIK NOT = "00"
               MOVE "TENHIK-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-TENHIK     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "比較表オープンエラー" UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-TENHIK UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

      * Header
           MOVE SPACES TO WS-HIKAKU-HEADER1.
           STRING "店舗別前月/前年対比表 ("
                  WS-REPORT-YYYYMM " 対 "
                  WS-HIKAKU-PM-YYYYMM "/"
                  WS-HIKAKU-PY-YYYYMM ") 単位:円"
                  DELIMITED BY SIZE INTO WS-HIKAKU-HEADER1.
           WRITE COMPARE-REPORT-LINE FROM WS-HIKAKU-HEADER1.
           WRITE COMPARE-REPORT-LINE FROM WS-DASHES-80.
           WRITE COMPARE-REPORT-LINE FROM WS-HIKAKU-HEADER2.
           WRITE COMPARE-REPORT-LINE FROM WS-DASHES-80.

      * Detail (廃止店舗は表示しない)
           PERFORM VARYING HK-IDX FROM 1 BY 1
                   UNTIL HK-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-STATUS(HK-IDX) NOT = 'D'
                   MOVE WS-TM-CODE(HK-IDX) TO WS-HKD-CODE
                   MOVE WS-TM-NAME(HK-IDX) TO WS-HKD-NAME
                   MOVE WS-HK-AMT(HK-IDX, 1) TO WS-HKD-CUR
                   MOVE WS-HK-AMT(HK-IDX, 2) TO WS-HKD-PM
                   MOVE WS-HK-AMT(HK-IDX, 3) TO WS-HKD-PY
                   MOVE WS-HK-AMT(HK-IDX, 1) TO WS-HK-CUR-AMT
                   MOVE WS-HK-AMT(HK-IDX, 2) TO WS-HK-REF-AMT
                   PERFORM 7640-EDIT-COMPARE-PCT
                   MOVE WS-HK-PCT-X TO WS-HKD-PM-PCT
                   MOVE WS-HK-AMT(HK-IDX, 3) TO WS-HK-REF-AMT
                   PERFORM 7640-EDIT-COMPARE-PCT
                   MOVE WS-HK-PCT-X TO WS-HKD-PY-PCT
                   WRITE COMPARE-REPORT-LINE
                       FROM WS-HIKAKU-DETAIL-LINE
               END-IF
           END-PERFORM.

      * Footer
           WRITE COMPARE-REPORT-LINE FROM WS-DASHES-80.
           MOVE WS-HK-TOTAL(1) TO WS-HKT-CUR.
           MOVE WS-HK-TOTAL(2) TO WS-HKT-PM.
           MOVE WS-HK-TOTAL(3) TO WS-HKT-PY.
           MOVE WS-HK-TOTAL(1) TO WS-HK-CUR-AMT.
           MOVE WS-HK-TOTAL(2) TO WS-HK-REF-AMT.
           PERFORM 7640-EDIT-COMPARE-PCT.
           MOVE WS-HK-PCT-X TO WS-HKT-PM-PCT.
           MOVE WS-HK-TOTAL(3) TO WS-HK-REF-AMT.
           PERFORM 7640-EDIT-COMPARE-PCT.
           MOVE WS-HK-PCT-X TO WS-HKT-PY-PCT.
           WRITE COMPARE-REPORT-LINE FROM WS-HIKAKU-TOTAL-LINE.
           CLOSE COMPARE-REPORT-FILE.

      ******************************************************************
       7640-EDIT-COMPARE-PCT.
      ******************************************************************
      * 増減率(%)を編集。基準0は'---'、溢れは'***'。
           MOVE SPACES TO WS-HK-PCT-X.
           IF WS-HK-REF-AMT = 0
               MOVE "    ---" TO WS-HK-PCT-X
           ELSE
               COMPUTE WS-HK-PCT ROUNDED =
                   (WS-HK-CUR-AMT - WS-HK-REF-AMT) * 100
                   / WS-HK-REF-AMT
                   ON SIZE ERROR
                       MOVE "    ***" TO WS-HK-PCT-X
                   NOT ON SIZE ERROR
                       MOVE WS-HK-PCT TO WS-HK-PCT-ED
                       STRING WS-HK-PCT-ED "%"
                           DELIMITED BY SIZE INTO WS-HK-PCT-X
               END-COMPUTE
           END-IF.

      ******************************************************************
       7700-NYUKA-INTAKE.
      ******************************************************************
      * 入荷/移動ファイル(NYUKA.DAT)を検証し、
      * 残高が一致した場合のみ在庫へ計上する。
      * 1パス目:検証のみ 2パス目:計上
           DISPLAY "入荷データ取込を開始します。"
               UPON SYSCONSOLE.
           SET NYUKA-ERROR TO FALSE.
           SET NYUKA-HEADER-SEEN TO FALSE.
           SET NYUKA-TRAILER-SEEN TO FALSE.
           MOVE 0 TO WS-NYUKA-DETAIL-COUNT.
           MOVE 0 TO WS-NYUKA-QTY-TOTAL.

           OPEN INPUT NYUKA-FILE.
           IF FS-NYUKA NOT = "00"
               DISPLAY "NYUKA.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-NYUKA UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

           SET NYUKA-EOF TO FALSE.
           READ NYUKA-FILE AT END SET NYUKA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NYUKA-EOF
               EVALUATE NK-RECORD-TYPE
                   WHEN 'H'
                       PERFORM 7710-CHECK-NYUKA-HEADER
                   WHEN 'D'
                       PERFORM 7720-CHECK-NYUKA-DETAIL
                   WHEN 'T'
                       PERFORM 7730-CHECK-NYUKA-TRAILER
                   WHEN OTHER
                       DISPLAY "不明なレコード区分: "
                           NK-RECORD-TYPE UPON SYSCONSOLE
                       SET NYUKA-ERROR TO TRUE
               END-EVALUATE
               READ NYUKA-FILE
                   AT END SET NYUKA-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE NYUKA-FILE.

           IF NOT NYUKA-HEADER-SEEN
               DISPLAY "ヘッダーレコードがありません。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
           END-IF.
           IF NOT NYUKA-TRAILER-SEEN
               DISPLAY "トレーラーがありません。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
           END-IF.

           IF NYUKA-ERROR
               DISPLAY "検証エラーのため取込中止。"
                   UPON SYSCONSOLE
               DISPLAY "NYUKA.DAT は取り込まれていません。"
                   UPON SYSCONSOLE
           ELSE
               PERFORM 7740-POST-NYUKA-TO-ZAIKO
           END-IF.

      ******************************************************************
       7710-CHECK-NYUKA-HEADER.
      ******************************************************************
      * ヘッダーは先頭1件のみ。
      * 店舗コードと入荷日を控える。
           IF NYUKA-HEADER-SEEN
               DISPLAY "ヘッダーが重複しています。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NYUKA-DETAIL-COUNT > 0 OR NYUKA-TRAILER-SEEN
               DISPLAY "ヘッダーが先頭にありません。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NK-HD-TENPO-CODE NOT NUMERIC
               DISPLAY "ヘッダー店舗コードが非数字。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE NK-HD-DATE TO WS-DATE-CHECK.
           PERFORM 9400-VALIDATE-DATE.
           IF NOT DATE-VALID
               DISPLAY "ヘッダー入荷日が実在しません: "
                   NK-HD-DATE UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET NYUKA-HEADER-SEEN TO TRUE.
           MOVE NK-HD-TENPO-CODE TO WS-NYUKA-TENPO-CODE.
           MOVE NK-HD-DATE       TO WS-NYUKA-DATE.

      ******************************************************************
       7720-CHECK-NYUKA-DETAIL.
      ******************************************************************
      * 明細の店舗コード一致と実在日を検査し、
      * 数量のコントロールトータルを積み上げる。
           IF NOT NYUKA-HEADER-SEEN
               DISPLAY "ヘッダー前に明細があります。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NYUKA-TRAILER-SEEN
               DISPLAY "トレーラー後に明細あり。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NK-DT-DATE NOT NUMERIC OR
              NK-DT-TENPO-CODE NOT NUMERIC OR
              NK-DT-QUANTITY NOT NUMERIC
               DISPLAY "明細に数字以外の項目があります: "
                   NK-BODY UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NK-DT-IO-KBN NOT = 'I' AND
              NK-DT-IO-KBN NOT = 'O' AND
              NK-DT-IO-KBN NOT = SPACE
               DISPLAY "明細の入出区分が不正: "
                   NK-DT-IO-KBN UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
           END-IF.
           IF NK-DT-IO-KBN = 'O' OR NK-DT-PARTNER-X NOT = SPACES
               PERFORM 7725-CHECK-TRANSFER-DETAIL
           END-IF.
           IF NK-DT-TENPO-CODE NOT = WS-NYUKA-TENPO-CODE
               DISPLAY "明細店舗コード不一致: "
                   NK-DT-TENPO-CODE UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
           END-IF.
           MOVE NK-DT-DATE TO WS-DATE-CHECK.
           PERFORM 9400-VALIDATE-DATE.
           IF NOT DATE-VALID
               DISPLAY "明細日付が実在しません: "
                   NK-DT-DATE UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
           END-IF.
           ADD 1 TO WS-NYUKA-DETAIL-COUNT.
           ADD NK-DT-QUANTITY TO WS-NYUKA-QTY-TOTAL.

      ******************************************************************
       7725-CHECK-TRANSFER-DETAIL.
      ******************************************************************
      * 店間移動の明細は相手店舗と伝票番号が必須。
      * 相手店舗は自店舗以外のマスター登録店。
           IF NK-DT-PARTNER-TENPO NOT NUMERIC OR
              NK-DT-SLIP-NO NOT NUMERIC
               DISPLAY "移動の相手店舗/伝票番号が不正: "
                   NK-BODY UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NK-DT-SLIP-NO = 0
               DISPLAY "移動の伝票番号がありません: "
                   NK-BODY UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NK-DT-PARTNER-TENPO = NK-DT-TENPO-CODE
               DISPLAY "移動の相手店舗が自店舗です: "
                   NK-BODY UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE NK-DT-PARTNER-TENPO TO WS-IDO-STORE-CODE.
           PERFORM 7786-FIND-TRANSFER-STORE.
           IF NOT IDO-STORE-IN-MASTER
               DISPLAY "移動の相手店舗がマスター外: "
                   NK-DT-PARTNER-TENPO UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
           END-IF.

      ******************************************************************
       7730-CHECK-NYUKA-TRAILER.
      ******************************************************************
      * 件数/数量ハッシュ合計を照合する。
           IF NYUKA-TRAILER-SEEN
               DISPLAY "トレーラーが重複しています。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET NYUKA-TRAILER-SEEN TO TRUE.
           IF NK-TR-RECORD-COUNT NOT NUMERIC OR
              NK-TR-QTY-TOTAL NOT NUMERIC
               DISPLAY "トレーラーに非数字項目あり。"
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NK-TR-RECORD-COUNT NOT = WS-NYUKA-DETAIL-COUNT
               DISPLAY "件数不一致 トレーラー:"
                   NK-TR-RECORD-COUNT
                   " 実件数:" WS-NYUKA-DETAIL-COUNT
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
           END-IF.
           IF NK-TR-QTY-TOTAL NOT = WS-NYUKA-QTY-TOTAL
               DISPLAY "数量合計不一致 トレーラー:"
                   NK-TR-QTY-TOTAL
                   " 実合計:" WS-NYUKA-QTY-TOTAL
                   UPON SYSCONSOLE
               SET NYUKA-ERROR TO TRUE
           END-IF.

      ******************************************************************
       7740-POST-NYUKA-TO-ZAIKO.
      ******************************************************************
      * 検証合格後の2パス目。
      * 明細を在庫残高へ計上する ('O'は減算)。
           OPEN INPUT NYUKA-FILE.
           IF FS-NYUKA NOT = "00"
               DISPLAY "NYUKA.DAT 再オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-NYUKA UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NYUKA-POST-COUNT.
           MOVE 0 TO WS-RCV-MATCH-COUNT.
           MOVE 0 TO WS-RCV-OVER-COUNT.
           MOVE 0 TO WS-RCV-UNORD-COUNT.
           MOVE 0 TO WS-IDO-POST-COUNT.
           MOVE 0 TO WS-IDO-PAIR-COUNT.
           PERFORM 7262-OPEN-ZAIKO-MOVE-LOG.
           SET NYUKA-EOF TO FALSE.
           READ NYUKA-FILE AT END SET NYUKA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NYUKA-EOF
               IF NK-RECORD-TYPE = 'D'
                   MOVE NK-DT-TENPO-CODE  TO WS-ZAIKO-POST-TENPO
                   MOVE NK-DT-SHOHIN-CODE TO WS-ZAIKO-POST-SHOHIN
                   MOVE NK-DT-DATE        TO WS-ZAIKO-POST-DATE
                   IF NK-DT-IO-KBN = 'O'
                       COMPUTE WS-ZAIKO-POST-QTY =
                           0 - NK-DT-QUANTITY
                       MOVE 'O' TO WS-ZAIKO-POST-KIND
                   ELSE
                       MOVE NK-DT-QUANTITY TO WS-ZAIKO-POST-QTY
                       MOVE 'I' TO WS-ZAIKO-POST-KIND
                   END-IF
                   PERFORM 7250-POST-ZAIKO-MOVEMENT
                   ADD 1 TO WS-NYUKA-POST-COUNT
                   IF NK-DT-IO-KBN = 'O' OR
                      NK-DT-PARTNER-X NOT = SPACES
                       PERFORM 7745-POST-TRANSFER-HALF
                   ELSE
                       PERFORM 7750-MATCH-RECEIPT-TO-ORDER
                   END-IF
               END-IF
               READ NYUKA-FILE
                   AT END SET NYUKA-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE NYUKA-FILE.
           PERFORM 7264-CLOSE-ZAIKO-MOVE-LOG.
           IF ZAIKO-DIRTY
               PERFORM 8690-REWRITE-ZAIKO-FILE
           END-IF.
           IF ORDER-DIRTY
               PERFORM 8692-REWRITE-ORDER-FILE
           END-IF.
           IF TRANSFER-DIRTY
               PERFORM 8694-REWRITE-TRANSFER-FILE
           END-IF.

           MOVE WS-NYUKA-POST-COUNT TO WS-NYUKA-COUNT-ED.
           DISPLAY "店舗" WS-NYUKA-TENPO-CODE " 入荷日"
               WS-NYUKA-DATE " 計上完了:"
               WS-NYUKA-COUNT-ED "件" UPON SYSCONSOLE.
           MOVE WS-RCV-MATCH-COUNT TO WS-NYUKA-COUNT-ED.
           DISPLAY "  発注引当:" WS-NYUKA-COUNT-ED "件"
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE WS-RCV-OVER-COUNT TO WS-NYUKA-COUNT-ED.
           DISPLAY " 過剰入荷:" WS-NYUKA-COUNT-ED "件"
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE WS-RCV-UNORD-COUNT TO WS-NYUKA-COUNT-ED.
           DISPLAY " 発注なし:" WS-NYUKA-COUNT-ED "件"
               UPON SYSCONSOLE.
           MOVE WS-IDO-POST-COUNT TO WS-NYUKA-COUNT-ED.
           DISPLAY "  店間移動:" WS-NYUKA-COUNT-ED "件"
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE WS-IDO-PAIR-COUNT TO WS-NYUKA-COUNT-ED.
           DISPLAY " 照合済:" WS-NYUKA-COUNT-ED "件"
               UPON SYSCONSOLE.

      ******************************************************************
       7745-POST-TRANSFER-HALF.
      ******************************************************************
      * 店間移動の片側を台帳へ記録する。'O'は自店→
      * 相手店、'I'は相手店→自店。同じ伝票×商品の
      * 反対側が既にあれば対にし、数量を照合する。
      * 同じ側の再送は数量を加算 (在庫計上と同じ)。
           IF NK-DT-IO-KBN = 'O'
               MOVE NK-DT-TENPO-CODE    TO WS-IDO-FROM
               MOVE NK-DT-PARTNER-TENPO TO WS-IDO-TO
           ELSE
               MOVE NK-DT-PARTNER-TENPO TO WS-IDO-FROM
               MOVE NK-DT-TENPO-CODE    TO WS-IDO-TO
           END-IF.
           PERFORM 7746-FIND-TRANSFER.
           IF WS-IDO-FOUND-IDX = 0
               IF WS-LOADED-TRANSFER-COUNT >= WS-MAX-TRANSFER
                   PERFORM 9385-SHOW-TRANSFER-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOADED-TRANSFER-COUNT
               SET IT-IDX TO WS-LOADED-TRANSFER-COUNT
               MOVE NK-DT-SLIP-NO     TO WS-IT-SLIP-NO(IT-IDX)
               MOVE WS-IDO-FROM       TO WS-IT-FROM(IT-IDX)
               MOVE WS-IDO-TO         TO WS-IT-TO(IT-IDX)
               MOVE NK-DT-SHOHIN-CODE TO WS-IT-SHOHIN(IT-IDX)
               MOVE 0 TO WS-IT-OUT-DATE(IT-IDX)
               MOVE 0 TO WS-IT-OUT-QTY(IT-IDX)
               MOVE 0 TO WS-IT-IN-DATE(IT-IDX)
               MOVE 0 TO WS-IT-IN-QTY(IT-IDX)
           ELSE
               SET IT-IDX TO WS-IDO-FOUND-IDX
           END-IF.

           IF NK-DT-IO-KBN = 'O'
               IF WS-IT-OUT-DATE(IT-IDX) = 0
                   MOVE NK-DT-DATE TO WS-IT-OUT-DATE(IT-IDX)
               END-IF
               ADD NK-DT-QUANTITY TO WS-IT-OUT-QTY(IT-IDX)
           ELSE
               IF WS-IT-IN-DATE(IT-IDX) = 0
                   MOVE NK-DT-DATE TO WS-IT-IN-DATE(IT-IDX)
               END-IF
               ADD NK-DT-QUANTITY TO WS-IT-IN-QTY(IT-IDX)
           END-IF.
           PERFORM 7748-SET-TRANSFER-STATUS.
           IF WS-IT-STATUS(IT-IDX) = 'M'
               ADD 1 TO WS-IDO-PAIR-COUNT
           END-IF.
           ADD 1 TO WS-IDO-POST-COUNT.
           SET TRANSFER-DIRTY TO TRUE.

      ******************************************************************
       7746-FIND-TRANSFER.
      ******************************************************************
      * 伝票番号×出庫店×入庫店×商品で台帳を探す。
           MOVE 0 TO WS-IDO-FOUND-IDX.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-LOADED-TRANSFER-COUNT
               IF WS-IT-SLIP-NO(IT-IDX) = NK-DT-SLIP-NO AND
                  WS-IT-FROM(IT-IDX) = WS-IDO-FROM AND
                  WS-IT-TO(IT-IDX) = WS-IDO-TO AND
                  WS-IT-SHOHIN(IT-IDX) = NK-DT-SHOHIN-CODE
                   SET WS-IDO-FOUND-IDX TO IT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7748-SET-TRANSFER-STATUS.
      ******************************************************************
           EVALUATE TRUE
               WHEN WS-IT-OUT-QTY(IT-IDX) = 0
                   MOVE 'R' TO WS-IT-STATUS(IT-IDX)
               WHEN WS-IT-IN-QTY(IT-IDX) = 0
                   MOVE 'T' TO WS-IT-STATUS(IT-IDX)
               WHEN WS-IT-IN-QTY(IT-IDX) = WS-IT-OUT-QTY(IT-IDX)
                   MOVE 'M' TO WS-IT-STATUS(IT-IDX)
               WHEN OTHER
                   MOVE 'Q' TO WS-IT-STATUS(IT-IDX)
           END-EVALUATE.

      ******************************************************************
       7750-MATCH-RECEIPT-TO-ORDER.
      ******************************************************************
      * 入荷明細を同一店舗×商品の発注残へ古い順に
      * 引き当てる。引き当て切れない分は過剰入荷、
      * 発注残が無ければ発注なし入荷として記録。
           MOVE NK-DT-QUANTITY TO WS-RCV-REMAIN-QTY.
           MOVE 0 TO WS-RCV-LAST-ORDER-NO.
           PERFORM UNTIL WS-RCV-REMAIN-QTY = 0
               PERFORM 7755-FIND-OLDEST-OPEN-ORDER
               IF WS-RCV-FOUND-IDX = 0
                   EXIT PERFORM
               END-IF
               SET HC-IDX TO WS-RCV-FOUND-IDX
               COMPUTE WS-RCV-OPEN-QTY =
                   WS-HC-ORDER-QTY(HC-IDX)
                   - WS-HC-RECEIVED-QTY(HC-IDX)
               IF WS-RCV-REMAIN-QTY < WS-RCV-OPEN-QTY
                   MOVE WS-RCV-REMAIN-QTY TO WS-RCV-ALLOC-QTY
               ELSE
                   MOVE WS-RCV-OPEN-QTY TO WS-RCV-ALLOC-QTY
               END-IF
               ADD WS-RCV-ALLOC-QTY TO WS-HC-RECEIVED-QTY(HC-IDX)
               SUBTRACT WS-RCV-ALLOC-QTY FROM WS-RCV-REMAIN-QTY
               IF WS-HC-RECEIVED-QTY(HC-IDX) >=
                  WS-HC-ORDER-QTY(HC-IDX)
                   MOVE 'C' TO WS-HC-STATUS(HC-IDX)
               ELSE
                   MOVE 'P' TO WS-HC-STATUS(HC-IDX)
               END-IF
               MOVE WS-HC-NO(HC-IDX) TO WS-RCV-LAST-ORDER-NO
               SET ORDER-DIRTY TO TRUE
           END-PERFORM.
           IF WS-RCV-LAST-ORDER-NO > 0
               ADD 1 TO WS-RCV-MATCH-COUNT
           END-IF.
           IF WS-RCV-REMAIN-QTY > 0
               IF WS-RCV-LAST-ORDER-NO = 0
                   MOVE 'U' TO WS-RCV-EXC-KIND
                   ADD 1 TO WS-RCV-UNORD-COUNT
               ELSE
                   MOVE 'V' TO WS-RCV-EXC-KIND
                   ADD 1 TO WS-RCV-OVER-COUNT
               END-IF
               PERFORM 7758-APPEND-RECEIPT-EXCEPTION
           END-IF.

      ******************************************************************
       7755-FIND-OLDEST-OPEN-ORDER.
      ******************************************************************
      * 発注テーブルは起票順のため先頭一致が最古。
           MOVE 0 TO WS-RCV-FOUND-IDX.
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > WS-LOADED-ORDER-COUNT
               IF WS-HC-TENPO(HC-IDX) = NK-DT-TENPO-CODE AND
                  WS-HC-SHOHIN(HC-IDX) = NK-DT-SHOHIN-CODE AND
                  WS-HC-STATUS(HC-IDX) NOT = 'C' AND
                  WS-HC-RECEIVED-QTY(HC-IDX) <
                  WS-HC-ORDER-QTY(HC-IDX)
                   SET WS-RCV-FOUND-IDX TO HC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7758-APPEND-RECEIPT-EXCEPTION.
      ******************************************************************
      * 過剰/発注なし入荷を NYKEXC.DAT へ追記する。
           OPEN EXTEND RECEIPT-EXCEPTION-FILE.
           IF FS-NYKEXC NOT = "00"
               OPEN OUTPUT RECEIPT-EXCEPTION-FILE
           END-IF.
           IF FS-NYKEXC NOT = "00"
               DISPLAY "NYKEXC.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-NYKEXC UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           MOVE NK-DT-DATE           TO RX-DATE.
           MOVE NK-DT-TENPO-CODE     TO RX-TENPO-CODE.
           MOVE NK-DT-SHOHIN-CODE    TO RX-SHOHIN-CODE.
           MOVE WS-RCV-REMAIN-QTY    TO RX-QUANTITY.
           MOVE WS-RCV-EXC-KIND      TO RX-KIND.
           MOVE WS-RCV-LAST-ORDER-NO TO RX-ORDER-NO.
           MOVE WS-RUNLOG-DATE       TO RX-TAKEN-DATE.
           WRITE RECEIPT-EXCEPTION-RECORD.
           CLOSE RECEIPT-EXCEPTION-FILE.

      ******************************************************************
       7760-STOCK-COUNT-INTAKE.
      ******************************************************************
      * 棚卸表 (TANADAT.DAT) の実棚を棚卸日時点の
      * 帳簿と比べ、差異を原価で評価して TANREP.TXT
      * へ出力する。対話時は承認のうえ差異を在庫へ
      * 調整計上し、変更前後を MSTJNL.DAT に残す。
           DISPLAY "棚卸差異表を作成中..." UPON SYSCONSOLE.
           OPEN OUTPUT COUNT-VARIANCE-REPORT-FILE.
           IF FS-TANREP NOT = "00"
               MOVE "TANREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-TANREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "棚卸差異表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-TANREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7762-LOAD-STOCK-COUNT.
           PERFORM 7764-APPLY-LATER-MOVEMENTS.

      * Header
           MOVE SPACES TO WS-TANREP-HEADER1.
           STRING "棚卸差異表 (作成日:" WS-RUNLOG-DATE ")"
                  DELIMITED BY SIZE INTO WS-TANREP-HEADER1.
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-TANREP-HEADER1.
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-DASHES-100.
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-TANREP-HEADER2.
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-DASHES-100.

      * Detail
           MOVE 0 TO WS-TANA-VALUE-PLUS.
           MOVE 0 TO WS-TANA-VALUE-MINUS.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-LOADED-TANA-COUNT
               PERFORM 7766-EDIT-VARIANCE-LINE
               WRITE COUNT-VARIANCE-REPORT-LINE
                   FROM WS-TANREP-DETAIL-LINE
           END-PERFORM.

      * Footer
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-DASHES-100.
           MOVE WS-LOADED-TANA-COUNT TO WS-TNC-COUNT.
           MOVE WS-TANA-DIFF-COUNT   TO WS-TNC-DIFF.
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-TANREP-COUNT-LINE.
           MOVE WS-TANA-VALUE-PLUS  TO WS-TNV-PLUS.
           MOVE WS-TANA-VALUE-MINUS TO WS-TNV-MINUS.
           COMPUTE WS-TNV-NET =
               WS-TANA-VALUE-PLUS + WS-TANA-VALUE-MINUS.
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-TANREP-VALUE-LINE.
           CLOSE COUNT-VARIANCE-REPORT-FILE.
           DISPLAY "TANREP.TXT へ出力しました。"
               UPON SYSCONSOLE.

      * 無人バッチでは差異表のみ (調整は計上しない)
           IF BATCH-MODE-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TANA-DIFF-COUNT = 0
               DISPLAY "計上する差異はありません。"
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TANA-DIFF-COUNT TO WS-TANA-COUNT-ED.
           DISPLAY "在庫調整を計上しますか ("
               WS-TANA-COUNT-ED "件) (Y/N): "
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE SPACE TO WS-TANA-CONFIRM.
           ACCEPT WS-TANA-CONFIRM FROM SYSCONSOLE.
           IF WS-TANA-CONFIRM = 'Y' OR WS-TANA-CONFIRM = 'y'
               PERFORM 7770-POST-STOCK-ADJUSTMENTS
           ELSE
               DISPLAY "在庫調整は計上していません。"
                   UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       7762-LOAD-STOCK-COUNT.
      ******************************************************************
           MOVE 0 TO WS-LOADED-TANA-COUNT.
           OPEN INPUT STOCK-COUNT-FILE.
           IF FS-TANADAT NOT = "00"
               IF FS-TANADAT NOT = "05" AND FS-TANADAT NOT = "35"
                   MOVE "TANADAT-OPN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-TANADAT    TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               DISPLAY "TANADAT.DAT がありません。"
                   UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

           SET TANADAT-EOF TO FALSE.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TANADAT-EOF OR TC-IDX > WS-MAX-TANA
               READ STOCK-COUNT-FILE
                   AT END
                       SET TANADAT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOADED-TANA-COUNT
                       PERFORM 7763-STORE-STOCK-COUNT
               END-READ
           END-PERFORM.
           IF NOT TANADAT-EOF
               READ STOCK-COUNT-FILE
                   AT END SET TANADAT-EOF TO TRUE
                   NOT AT END
                       DISPLAY "棚卸表が上限超過。"
                           UPON SYSCONSOLE
               END-READ
           END-IF.
           CLOSE STOCK-COUNT-FILE.
           DISPLAY "棚卸表読み込み完了: "
               WS-LOADED-TANA-COUNT "件" UPON SYSCONSOLE.

      ******************************************************************
       7763-STORE-STOCK-COUNT.
      ******************************************************************
      * 1行を控える。不正な行と締め済月の行は
      * 差異表に載せるが計上しない。
           MOVE TC-SHOHIN-CODE TO WS-TC-SHOHIN(TC-IDX).
           MOVE 0     TO WS-TC-LATER(TC-IDX).
           MOVE 0     TO WS-TC-BOOK(TC-IDX).
           MOVE 0     TO WS-TC-VARIANCE(TC-IDX).
           MOVE SPACE TO WS-TC-STATE(TC-IDX).
           IF TC-TENPO-CODE NOT NUMERIC OR
              TC-COUNT-QTY NOT NUMERIC OR
              TC-COUNT-DATE NOT NUMERIC
               MOVE 0   TO WS-TC-TENPO(TC-IDX)
               MOVE 0   TO WS-TC-COUNT(TC-IDX)
               MOVE 0   TO WS-TC-DATE(TC-IDX)
               MOVE 'E' TO WS-TC-STATE(TC-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE TC-TENPO-CODE TO WS-TC-TENPO(TC-IDX).
           MOVE TC-COUNT-QTY  TO WS-TC-COUNT(TC-IDX).
           MOVE TC-COUNT-DATE TO WS-TC-DATE(TC-IDX).

           MOVE TC-COUNT-DATE TO WS-DATE-CHECK.
           PERFORM 9400-VALIDATE-DATE.
           IF NOT DATE-VALID OR TC-COUNT-DATE > WS-RUNLOG-DATE
               MOVE 'E' TO WS-TC-STATE(TC-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE TC-COUNT-DATE(1:6) TO WS-GUARD-YYYYMM.
           PERFORM 1460-CHECK-PERIOD-CLOSED.
           IF PERIOD-CLOSED
               MOVE 'C' TO WS-TC-STATE(TC-IDX)
           END-IF.

      ******************************************************************
       7764-APPLY-LATER-MOVEMENTS.
      ******************************************************************
      * 帳簿 = 現在庫 - 棚卸日より後の受払。
      * 棚卸日付の調整が既にあれば計上済とする。
           IF WS-LOADED-TANA-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "ZAIIDO.DAT" TO WS-ZAIIDO-FILE-NAME.
           OPEN INPUT STOCK-MOVE-FILE.
           IF FS-ZAIIDO = "00"
               SET ZAIIDO-EOF TO FALSE
               READ STOCK-MOVE-FILE AT END SET ZAIIDO-EOF TO TRUE
               END-READ
               PERFORM UNTIL ZAIIDO-EOF
                   PERFORM 7765-MATCH-MOVE-TO-COUNT
                   READ STOCK-MOVE-FILE
                       AT END SET ZAIIDO-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STOCK-MOVE-FILE
           ELSE
               IF FS-ZAIIDO NOT = "05" AND FS-ZAIIDO NOT = "35"
                   MOVE "ZAIIDO-OPEN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-ZAIIDO     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
           END-IF.

           MOVE 0 TO WS-TANA-DIFF-COUNT.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-LOADED-TANA-COUNT
               MOVE WS-TC-TENPO(TC-IDX)  TO WS-ZAIKO-POST-TENPO
               MOVE WS-TC-SHOHIN(TC-IDX) TO WS-ZAIKO-POST-SHOHIN
               PERFORM 7255-FIND-ZAIKO-BY-KEY
               IF WS-ZK-FOUND-IDX = 0
                   COMPUTE WS-TC-BOOK(TC-IDX) =
                       0 - WS-TC-LATER(TC-IDX)
               ELSE
                   SET ZK-IDX TO WS-ZK-FOUND-IDX
                   COMPUTE WS-TC-BOOK(TC-IDX) =
                       WS-ZK-CURRENT(ZK-IDX) - WS-TC-LATER(TC-IDX)
               END-IF
               COMPUTE WS-TC-VARIANCE(TC-IDX) =
                   WS-TC-COUNT(TC-IDX) - WS-TC-BOOK(TC-IDX)
               IF WS-TC-STATE(TC-IDX) = SPACE AND
                  (WS-TC-VARIANCE(TC-IDX) > 99999 OR
                   WS-TC-VARIANCE(TC-IDX) < -99999)
                   MOVE 'W' TO WS-TC-STATE(TC-IDX)
               END-IF
               IF WS-TC-STATE(TC-IDX) = SPACE AND
                  WS-TC-VARIANCE(TC-IDX) NOT = 0
                   ADD 1 TO WS-TANA-DIFF-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
       7765-MATCH-MOVE-TO-COUNT.
      ******************************************************************
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-LOADED-TANA-COUNT
               IF WS-TC-TENPO(TC-IDX) = IV-TENPO-CODE AND
                  WS-TC-SHOHIN(TC-IDX) = IV-SHOHIN-CODE
                   IF IV-DATE > WS-TC-DATE(TC-IDX)
                       ADD IV-QTY TO WS-TC-LATER(TC-IDX)
                   END-IF
                   IF IV-KIND = 'A' AND
                      IV-DATE = WS-TC-DATE(TC-IDX) AND
                      WS-TC-STATE(TC-IDX) = SPACE
                       MOVE 'P' TO WS-TC-STATE(TC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       7766-EDIT-VARIANCE-LINE.
      ******************************************************************
           PERFORM 7767-FIND-COUNT-SHOHIN.
           MOVE WS-TC-TENPO(TC-IDX)    TO WS-TND-TENPO.
           MOVE WS-TC-SHOHIN(TC-IDX)   TO WS-TND-SHOHIN.
           MOVE WS-TANA-NAME-WORK      TO WS-TND-NAME.
           MOVE WS-TC-DATE(TC-IDX)     TO WS-TND-DATE.
           MOVE WS-TC-BOOK(TC-IDX)     TO WS-TND-BOOK.
           MOVE WS-TC-COUNT(TC-IDX)    TO WS-TND-COUNT.
           MOVE WS-TC-VARIANCE(TC-IDX) TO WS-TND-VARIANCE.
           MOVE WS-TANA-COST-WORK      TO WS-TND-COST.
           COMPUTE WS-TANA-VALUE =
               WS-TC-VARIANCE(TC-IDX) * WS-TANA-COST-WORK.
           MOVE WS-TANA-VALUE          TO WS-TND-VALUE.
           MOVE SPACES TO WS-TND-REMARK.
           EVALUATE WS-TC-STATE(TC-IDX)
               WHEN 'P'
                   MOVE "計上済" TO WS-TND-REMARK
               WHEN 'C'
                   MOVE "締め済月" TO WS-TND-REMARK
               WHEN 'E'
                   MOVE "データ不正" TO WS-TND-REMARK
               WHEN 'W'
                   MOVE "差異が桁溢れ" TO WS-TND-REMARK
               WHEN OTHER
                   IF WS-TC-VARIANCE(TC-IDX) > 0
                       ADD WS-TANA-VALUE TO WS-TANA-VALUE-PLUS
                   END-IF
                   IF WS-TC-VARIANCE(TC-IDX) < 0
                       ADD WS-TANA-VALUE TO WS-TANA-VALUE-MINUS
                   END-IF
           END-EVALUATE.

      ******************************************************************
       7767-FIND-COUNT-SHOHIN.
      ******************************************************************
      * 商品名と原価 (SM-COST) を引く。
           MOVE "(商品マスター未登録)" TO WS-TANA-NAME-WORK.
           MOVE 0 TO WS-TANA-COST-WORK.
           PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > WS-LOADED-SHOHIN-COUNT
               IF WS-SM-CODE(SM-IDX) = WS-TC-SHOHIN(TC-IDX)
                   MOVE WS-SM-NAME(SM-IDX) TO WS-TANA-NAME-WORK
                   MOVE WS-SM-COST(SM-IDX) TO WS-TANA-COST-WORK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7770-POST-STOCK-ADJUSTMENTS.
      ******************************************************************
      * 差異を棚卸日付の調整('A')として計上する。
           MOVE 0 TO WS-TANA-POST-COUNT.
           PERFORM 7262-OPEN-ZAIKO-MOVE-LOG.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-LOADED-TANA-COUNT
               IF WS-TC-STATE(TC-IDX) = SPACE AND
                  WS-TC-VARIANCE(TC-IDX) NOT = 0
                   PERFORM 7772-POST-ONE-ADJUSTMENT
               END-IF
           END-PERFORM.
           PERFORM 7264-CLOSE-ZAIKO-MOVE-LOG.
           IF ZAIKO-DIRTY
               PERFORM 8690-REWRITE-ZAIKO-FILE
           END-IF.
           MOVE WS-TANA-POST-COUNT TO WS-TANA-COUNT-ED.
           DISPLAY "在庫調整を計上しました: "
               WS-TANA-COUNT-ED "件" UPON SYSCONSOLE.

      ******************************************************************
       7772-POST-ONE-ADJUSTMENT.
      ******************************************************************
           MOVE WS-TC-TENPO(TC-IDX)  TO WS-ZAIKO-POST-TENPO.
           MOVE WS-TC-SHOHIN(TC-IDX) TO WS-ZAIKO-POST-SHOHIN.
           PERFORM 7255-FIND-ZAIKO-BY-KEY.
           PERFORM 8645-SET-ZAIKO-BEFORE-IMAGE.
           IF WS-ZK-FOUND-IDX = 0
               MOVE 'A' TO WS-MAINT-ACTION
           ELSE
               MOVE 'U' TO WS-MAINT-ACTION
           END-IF.
           MOVE WS-TC-VARIANCE(TC-IDX) TO WS-ZAIKO-POST-QTY.
           MOVE WS-TC-DATE(TC-IDX)     TO WS-ZAIKO-POST-DATE.
           MOVE 'A'                    TO WS-ZAIKO-POST-KIND.
           PERFORM 7250-POST-ZAIKO-MOVEMENT.
           IF WS-ZK-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 8646-SET-ZAIKO-AFTER-IMAGE.
           MOVE 'Z' TO WS-JNL-TARGET.
           MOVE SPACES TO WS-JNL-KEY.
           MOVE WS-TC-TENPO(TC-IDX)  TO WS-JNL-KEY(1:3).
           MOVE WS-TC-SHOHIN(TC-IDX) TO WS-JNL-KEY(4:4).
           PERFORM 8860-WRITE-MASTER-JOURNAL.
           MOVE 'P' TO WS-TC-STATE(TC-IDX).
           ADD 1 TO WS-TANA-POST-COUNT.

      ******************************************************************
       7780-CREATE-TRANSFER-REPORT.
      ******************************************************************
      * 店間移動台帳から、入庫のみ (出庫未計上)、
      * 数量相違、出庫後の期限を過ぎた未入庫 (延着)
      * を出庫店別に IDOREP.TXT へ出力する。
           DISPLAY "店間移動照合表を作成中..."
               UPON SYSCONSOLE.
           OPEN OUTPUT TRANSFER-REPORT-FILE.
           IF FS-IDOREP NOT = "00"
               MOVE "IDOREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-IDOREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "店間移動照合表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-IDOREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

      * Header
           MOVE SPACES TO WS-IDOREP-HEADER1.
           STRING "店間移動照合表 (作成日:"
                  WS-RUNLOG-DATE " 延着基準:出庫後"
                  WS-IDO-OVERDUE-DAYS "日)"
                  DELIMITED BY SIZE INTO WS-IDOREP-HEADER1.
           WRITE TRANSFER-REPORT-LINE FROM WS-IDOREP-HEADER1.
           WRITE TRANSFER-REPORT-LINE FROM WS-DASHES-100.
           WRITE TRANSFER-REPORT-LINE FROM WS-IDOREP-HEADER2.
           WRITE TRANSFER-REPORT-LINE FROM WS-DASHES-100.

      * Detail (出庫店別)
           MOVE 0 TO WS-IDO-TRANSIT-COUNT.
           MOVE 0 TO WS-IDO-LATE-COUNT.
           MOVE 0 TO WS-IDO-INONLY-COUNT.
           MOVE 0 TO WS-IDO-QTYDIFF-COUNT.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               MOVE WS-TM-CODE(TM-IDX) TO WS-IDO-STORE-CODE
               MOVE WS-TM-NAME(TM-IDX) TO WS-IDO-STORE-NAME
               PERFORM 7782-LIST-STORE-TRANSFERS
           END-PERFORM.
           PERFORM 7785-LIST-ORPHAN-TRANSFERS.

      * Footer
           WRITE TRANSFER-REPORT-LINE FROM WS-DASHES-100.
           MOVE WS-IDO-LATE-COUNT    TO WS-IDC-LATE.
           MOVE WS-IDO-INONLY-COUNT  TO WS-IDC-INONLY.
           MOVE WS-IDO-QTYDIFF-COUNT TO WS-IDC-QTYDIFF.
           MOVE WS-IDO-TRANSIT-COUNT TO WS-IDC-TRANSIT.
           WRITE TRANSFER-REPORT-LINE FROM WS-IDOREP-COUNT-LINE.
           CLOSE TRANSFER-REPORT-FILE.
           DISPLAY "IDOREP.TXT へ出力しました。"
               UPON SYSCONSOLE.

      ******************************************************************
       7782-LIST-STORE-TRANSFERS.
      ******************************************************************
      * WS-IDO-STORE-CODE が出庫店の例外行を出力する。
      * 最初の1行の前に店舗見出し、最後に店舗計。
           MOVE 0 TO WS-IDO-STORE-COUNT.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-LOADED-TRANSFER-COUNT
               IF WS-IT-FROM(IT-IDX) = WS-IDO-STORE-CODE
                   PERFORM 7784-EDIT-TRANSFER-LINE
                   IF IDO-LIST-LINE
                       PERFORM 7783-WRITE-TRANSFER-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IDO-STORE-COUNT > 0
               MOVE WS-IDO-STORE-COUNT TO WS-IDT-COUNT
               WRITE TRANSFER-REPORT-LINE
                   FROM WS-IDOREP-SUBTOTAL-LINE
           END-IF.

      ******************************************************************
       7783-WRITE-TRANSFER-LINE.
      ******************************************************************
           IF WS-IDO-STORE-COUNT = 0
               MOVE WS-IDO-STORE-CODE TO WS-IDS-CODE
               MOVE WS-IDO-STORE-NAME TO WS-IDS-NAME
               WRITE TRANSFER-REPORT-LINE
                   FROM WS-IDOREP-STORE-LINE
           END-IF.
           ADD 1 TO WS-IDO-STORE-COUNT.
           WRITE TRANSFER-REPORT-LINE FROM WS-IDOREP-DETAIL-LINE.

      ******************************************************************
       7784-EDIT-TRANSFER-LINE.
      ******************************************************************
      * 出力対象なら IDO-LIST-LINE を立てて明細を編集し
      * 区分別件数を数える。照合済と期限内の
      * 移動中は出力しない (移動中は件数のみ)。
           SET IDO-LIST-LINE TO FALSE.
           EVALUATE WS-IT-STATUS(IT-IDX)
               WHEN 'M'
                   EXIT PARAGRAPH
               WHEN 'T'
                   MOVE WS-IT-OUT-DATE(IT-IDX) TO WS-DATE-CHECK
                   MOVE WS-IDO-OVERDUE-DAYS TO WS-DATE-ADD-DAYS
                   PERFORM 9410-ADD-DAYS-TO-DATE
                   IF WS-DATE-CHECK NOT < WS-RUNLOG-DATE
                       ADD 1 TO WS-IDO-TRANSIT-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-IDO-LATE-COUNT
                   MOVE "延着(未入庫)" TO WS-IDD-STATE
               WHEN 'R'
                   ADD 1 TO WS-IDO-INONLY-COUNT
                   MOVE "入庫のみ(出庫なし)" TO WS-IDD-STATE
               WHEN OTHER
                   ADD 1 TO WS-IDO-QTYDIFF-COUNT
                   MOVE "数量相違" TO WS-IDD-STATE
           END-EVALUATE.
           SET IDO-LIST-LINE TO TRUE.
           MOVE WS-IT-SLIP-NO(IT-IDX) TO WS-IDD-SLIP-NO.
           MOVE WS-IT-SHOHIN(IT-IDX)  TO WS-IDD-SHOHIN.
           MOVE WS-IT-TO(IT-IDX)      TO WS-IDD-TO.
           IF WS-IT-OUT-DATE(IT-IDX) = 0
               MOVE SPACES TO WS-IDD-OUT-DATE
           ELSE
               MOVE WS-IT-OUT-DATE(IT-IDX) TO WS-IDD-OUT-DATE
           END-IF.
           IF WS-IT-IN-DATE(IT-IDX) = 0
               MOVE SPACES TO WS-IDD-IN-DATE
           ELSE
               MOVE WS-IT-IN-DATE(IT-IDX) TO WS-IDD-IN-DATE
           END-IF.
           MOVE WS-IT-OUT-QTY(IT-IDX) TO WS-IDD-OUT-QTY.
           MOVE WS-IT-IN-QTY(IT-IDX)  TO WS-IDD-IN-QTY.
           COMPUTE WS-IDD-DIFF =
               WS-IT-IN-QTY(IT-IDX) - WS-IT-OUT-QTY(IT-IDX).

      ******************************************************************
       7785-LIST-ORPHAN-TRANSFERS.
      ******************************************************************
      * 出庫店が店舗マスターに無い移動 (削除後の
      * 残り等) をまとめて出力する。
           MOVE 0 TO WS-IDO-STORE-COUNT.
           MOVE "店舗マスター外" TO WS-IDO-STORE-NAME.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-LOADED-TRANSFER-COUNT
               MOVE WS-IT-FROM(IT-IDX) TO WS-IDO-STORE-CODE
               PERFORM 7786-FIND-TRANSFER-STORE
               IF NOT IDO-STORE-IN-MASTER
                   PERFORM 7784-EDIT-TRANSFER-LINE
                   IF IDO-LIST-LINE
                       PERFORM 7783-WRITE-TRANSFER-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IDO-STORE-COUNT > 0
               MOVE WS-IDO-STORE-COUNT TO WS-IDT-COUNT
               WRITE TRANSFER-REPORT-LINE
                   FROM WS-IDOREP-SUBTOTAL-LINE
           END-IF.

      ******************************************************************
       7786-FIND-TRANSFER-STORE.
      ******************************************************************
      * WS-IDO-STORE-CODE が店舗マスターにあるか。
           SET IDO-STORE-IN-MASTER TO FALSE.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-CODE(TM-IDX) = WS-IDO-STORE-CODE
                   SET IDO-STORE-IN-MASTER TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       7790-CREATE-CAMPAIGN-REPORT.
      ******************************************************************
      * 対象年月に期間が掛かる特売を、企画×店舗
      * 別に期間中の数量/売上 (返品控除) と直前の
      * 同日数の期間で比べ TOKREP.TXT へ出力する。
      * 締め済月はアーカイブ (URIDAT.YYYYMM) を読む。
           DISPLAY "キャンペーン実績表を作成中..."
               UPON SYSCONSOLE.
           OPEN OUTPUT CAMPAIGN-REPORT-FILE.
           IF FS-TOKREP NOT = "00"
               MOVE "TOKREP-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-TOKREP     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "キャンペーン実績表"
                   "オープンエラー" UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-TOKREP UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CP-MONTH-START =
               WS-REPORT-YYYY * 10000 + WS-REPORT-MM * 100 + 1.
           COMPUTE WS-CP-MONTH-END =
               WS-REPORT-YYYY * 10000 + WS-REPORT-MM * 100 + 31.
           PERFORM 7791-SELECT-CAMPAIGNS.
           IF WS-LOADED-CAMPAIGN-COUNT > 0
               PERFORM 7794-SCAN-CAMPAIGN-SALES
           END-IF.
           PERFORM 7796-PRINT-CAMPAIGN-REPORT.
           CLOSE CAMPAIGN-REPORT-FILE.
           DISPLAY "TOKREP.TXT へ出力しました。"
               UPON SYSCONSOLE.

      ******************************************************************
       7791-SELECT-CAMPAIGNS.
      ******************************************************************
      * 対象月と期間が重なる特売を選び、比較期間と
      * 読む月の範囲を求め、対象店舗の行を作る。
           MOVE 0 TO WS-LOADED-CAMPAIGN-COUNT.
           MOVE 0 TO WS-CP-PROMO-COUNT.
           SET CAMPAIGN-OVERFLOW TO FALSE.
           MOVE 999999 TO WS-CP-FROM-YYYYMM.
           MOVE 0 TO WS-CP-TO-YYYYMM.
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-LOADED-PROMO-COUNT
               MOVE 'N' TO WS-TK-SELECTED(TK-IDX)
               IF WS-TK-START(TK-IDX) NOT > WS-CP-MONTH-END AND
                  WS-TK-END(TK-IDX) NOT < WS-CP-MONTH-START
                   PERFORM 7792-DERIVE-PRIOR-PERIOD
                   PERFORM 7793-ADD-CAMPAIGN-STORES
               END-IF
           END-PERFORM.

      ******************************************************************
       7792-DERIVE-PRIOR-PERIOD.
      ******************************************************************
      * 期間の日数を数え、開始日の前日から同日数を
      * 遡った期間を比較期間とする。
           MOVE 'Y' TO WS-TK-SELECTED(TK-IDX).
           ADD 1 TO WS-CP-PROMO-COUNT.
           MOVE 0 TO WS-PROMO-DAYS.
           MOVE WS-TK-START(TK-IDX) TO WS-DATE-CHECK.
           MOVE 1 TO WS-DATE-ADD-DAYS.
           PERFORM UNTIL WS-DATE-CHECK > WS-TK-END(TK-IDX) OR
                         WS-PROMO-DAYS = 999
               ADD 1 TO WS-PROMO-DAYS
               PERFORM 9410-ADD-DAYS-TO-DATE
           END-PERFORM.

           MOVE WS-TK-START(TK-IDX) TO WS-DATE-CHECK.
           MOVE 1 TO WS-DATE-ADD-DAYS.
           PERFORM 9420-SUBTRACT-DAYS-FROM-DATE.
           MOVE WS-DATE-CHECK TO WS-TK-PRIOR-END(TK-IDX).
           COMPUTE WS-DATE-ADD-DAYS = WS-PROMO-DAYS - 1.
           PERFORM 9420-SUBTRACT-DAYS-FROM-DATE.
           MOVE WS-DATE-CHECK TO WS-TK-PRIOR-START(TK-IDX).

           DIVIDE WS-TK-PRIOR-START(TK-IDX) BY 100
               GIVING WS-CP-SCAN-YYYYMM.
           IF WS-CP-SCAN-YYYYMM < WS-CP-FROM-YYYYMM
               MOVE WS-CP-SCAN-YYYYMM TO WS-CP-FROM-YYYYMM
           END-IF.
           DIVIDE WS-TK-END(TK-IDX) BY 100
               GIVING WS-CP-SCAN-YYYYMM.
           IF WS-CP-SCAN-YYYYMM > WS-CP-TO-YYYYMM
               MOVE WS-CP-SCAN-YYYYMM TO WS-CP-TO-YYYYMM
           END-IF.

      ******************************************************************
       7793-ADD-CAMPAIGN-STORES.
      ******************************************************************
      * 特売の対象 (店舗指定/地域指定/全店) のうち
      * 稼働中の店舗を1行ずつ登録する。
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT OR
                         CAMPAIGN-OVERFLOW
               IF WS-TM-STATUS(TM-IDX) NOT = 'D' AND
                  (WS-TK-TENPO(TK-IDX) = WS-TM-CODE(TM-IDX) OR
                   (WS-TK-TENPO(TK-IDX) = 0 AND
                    (WS-TK-REGION(TK-IDX) = SPACES OR
                     WS-TK-REGION(TK-IDX) = WS-TM-REGION(TM-IDX))))
                   IF WS-LOADED-CAMPAIGN-COUNT >= WS-MAX-CAMPAIGN
                       SET CAMPAIGN-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-LOADED-CAMPAIGN-COUNT
                       SET CP-IDX TO WS-LOADED-CAMPAIGN-COUNT
                       SET WS-CP-TK-IDX(CP-IDX) TO TK-IDX
                       MOVE WS-TM-CODE(TM-IDX)
                           TO WS-CP-TENPO(CP-IDX)
                       MOVE WS-TM-NAME(TM-IDX)
                           TO WS-CP-TENPO-NAME(CP-IDX)
                       MOVE 0 TO WS-CP-PROMO-QTY(CP-IDX)
                       MOVE 0 TO WS-CP-PROMO-AMT(CP-IDX)
                       MOVE 0 TO WS-CP-PRIOR-QTY(CP-IDX)
                       MOVE 0 TO WS-CP-PRIOR-AMT(CP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       7794-SCAN-CAMPAIGN-SALES.
      ******************************************************************
      * 比較期間の開始月から特売終了月 (当月まで) を
      * 1ヶ月ずつ読む。最大36ヶ月。
           DIVIDE WS-RUNLOG-DATE BY 100 GIVING WS-CP-SCAN-YYYYMM.
           IF WS-CP-TO-YYYYMM > WS-CP-SCAN-YYYYMM
               MOVE WS-CP-SCAN-YYYYMM TO WS-CP-TO-YYYYMM
           END-IF.
           MOVE WS-CP-FROM-YYYYMM TO WS-CP-SCAN-YYYYMM.
           MOVE 0 TO WS-CP-SCAN-COUNT.
           PERFORM UNTIL WS-CP-SCAN-YYYYMM > WS-CP-TO-YYYYMM OR
                         WS-CP-SCAN-COUNT >= 36
               PERFORM 7795-SCAN-CAMPAIGN-MONTH
               ADD 1 TO WS-CP-SCAN-COUNT
               IF WS-CP-SCAN-MM = 12
                   ADD 1 TO WS-CP-SCAN-YYYY
                   MOVE 1 TO WS-CP-SCAN-MM
               ELSE
                   ADD 1 TO WS-CP-SCAN-MM
               END-IF
           END-PERFORM.

      ******************************************************************
       7795-SCAN-CAMPAIGN-MONTH.
      ******************************************************************
           MOVE WS-CP-SCAN-YYYYMM TO WS-RESOLVE-YYYYMM.
           PERFORM 1450-RESOLVE-URIAGE-FILE.
           OPEN INPUT URIAGE-JISSEKI-FILE.
           IF FS-URIAGE NOT = "00"
               IF FS-URIAGE NOT = "05" AND FS-URIAGE NOT = "35"
                   MOVE "URIAGE-TOK" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-URIAGE    TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
                   PERFORM 9170-SHOW-URIAGE-CALC-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET URIAGE-EOF TO FALSE.
           READ URIAGE-JISSEKI-FILE AT END SET URIAGE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL URIAGE-EOF
               IF UJ-DATE(1:6) = WS-RESOLVE-YYYYMM
                   PERFORM 7797-ACCUMULATE-CAMPAIGN-LINE
               END-IF
               READ URIAGE-JISSEKI-FILE
                   AT END SET URIAGE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE URIAGE-JISSEKI-FILE.

      ******************************************************************
       7796-PRINT-CAMPAIGN-REPORT.
      ******************************************************************
      * Header
           MOVE SPACES TO WS-TOKREP-HEADER1.
           STRING "キャンペーン実績表 ("
                  WS-REPORT-YYYY "年" WS-REPORT-MM "月 実施分"
                  " 作成日:" WS-RUNLOG-DATE ")"
                  DELIMITED BY SIZE INTO WS-TOKREP-HEADER1.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOKREP-HEADER1.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-DASHES-100.

      * Detail (企画別)
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-LOADED-PROMO-COUNT
               IF WS-TK-SELECTED(TK-IDX) = 'Y'
                   PERFORM 7799-PRINT-ONE-CAMPAIGN
               END-IF
           END-PERFORM.

      * Footer
           MOVE WS-CP-PROMO-COUNT TO WS-CPC-COUNT.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOKREP-COUNT-LINE.
           IF CAMPAIGN-OVERFLOW
               MOVE SPACES TO WS-TOKREP-PROMO-LINE
               STRING "警告: 企画×店舗が上限(" WS-MAX-CAMPAIGN
                      "行)を超えたため一部省略。"
                      DELIMITED BY SIZE INTO WS-TOKREP-PROMO-LINE
               WRITE CAMPAIGN-REPORT-LINE FROM WS-TOKREP-PROMO-LINE
           END-IF.

      ******************************************************************
       7797-ACCUMULATE-CAMPAIGN-LINE.
      ******************************************************************
      * 売上行を企画×店舗の期間/比較期間へ積む。
           IF UJ-TRAN-TYPE = 'R'
               MOVE -1 TO WS-CP-SIGN
           ELSE
               MOVE 1 TO WS-CP-SIGN
           END-IF.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-LOADED-CAMPAIGN-COUNT
               IF WS-CP-TENPO(CP-IDX) = UJ-TENPO-CODE
                   SET TK-IDX TO WS-CP-TK-IDX(CP-IDX)
                   IF WS-TK-SHOHIN(TK-IDX) = UJ-SHOHIN-CODE
                       EVALUATE TRUE
                           WHEN UJ-DATE >= WS-TK-START(TK-IDX) AND
                                UJ-DATE <= WS-TK-END(TK-IDX)
                               COMPUTE WS-CP-PROMO-QTY(CP-IDX) =
                                   WS-CP-PROMO-QTY(CP-IDX)
                                   + UJ-QUANTITY * WS-CP-SIGN
                               COMPUTE WS-CP-PROMO-AMT(CP-IDX) =
                                   WS-CP-PROMO-AMT(CP-IDX)
                                   + UJ-AMOUNT * WS-CP-SIGN
                           WHEN UJ-DATE >=
                                    WS-TK-PRIOR-START(TK-IDX) AND
                                UJ-DATE <= WS-TK-PRIOR-END(TK-IDX)
                               COMPUTE WS-CP-PRIOR-QTY(CP-IDX) =
                                   WS-CP-PRIOR-QTY(CP-IDX)
                                   + UJ-QUANTITY * WS-CP-SIGN
                               COMPUTE WS-CP-PRIOR-AMT(CP-IDX) =
                                   WS-CP-PRIOR-AMT(CP-IDX)
                                   + UJ-AMOUNT * WS-CP-SIGN
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       7798-EDIT-CAMPAIGN-LINE.
      ******************************************************************
      * WS-CP-W-* から明細行の数値と比率を編集する。
           MOVE WS-CP-W-PROMO-QTY TO WS-CPD-PROMO-QTY.
           MOVE WS-CP-W-PROMO-AMT TO WS-CPD-PROMO-AMT.
           MOVE WS-CP-W-PRIOR-QTY TO WS-CPD-PRIOR-QTY.
           MOVE WS-CP-W-PRIOR-AMT TO WS-CPD-PRIOR-AMT.
           IF WS-CP-W-PRIOR-QTY = 0
               MOVE "     ---" TO WS-CPD-QTY-PCT
           ELSE
               COMPUTE WS-CP-PCT-WORK ROUNDED =
                   WS-CP-W-PROMO-QTY * 100 / WS-CP-W-PRIOR-QTY
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CP-PCT-WORK
               END-COMPUTE
               MOVE WS-CP-PCT-WORK TO WS-CP-PCT-ED
               MOVE WS-CP-PCT-ED TO WS-CPD-QTY-PCT
           END-IF.
           IF WS-CP-W-PRIOR-AMT = 0
               MOVE "     ---" TO WS-CPD-AMT-PCT
           ELSE
               COMPUTE WS-CP-PCT-WORK ROUNDED =
                   WS-CP-W-PROMO-AMT * 100 / WS-CP-W-PRIOR-AMT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CP-PCT-WORK
               END-COMPUTE
               MOVE WS-CP-PCT-WORK TO WS-CP-PCT-ED
               MOVE WS-CP-PCT-ED TO WS-CPD-AMT-PCT
           END-IF.

      ******************************************************************
       7799-PRINT-ONE-CAMPAIGN.
      ******************************************************************
      * 企画見出し、店舗別明細、企画計を出力する。
           MOVE "(商品マスター未登録)" TO WS-CP-NAME-WORK.
           PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > WS-LOADED-SHOHIN-COUNT
               IF WS-SM-CODE(SM-IDX) = WS-TK-SHOHIN(TK-IDX)
                   MOVE WS-SM-NAME(SM-IDX) TO WS-CP-NAME-WORK
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-TOKREP-PROMO-LINE.
           STRING "企画:" WS-TK-CODE(TK-IDX)
                  " 商品:" WS-TK-SHOHIN(TK-IDX) " "
                  WS-CP-NAME-WORK
                  DELIMITED BY SIZE INTO WS-TOKREP-PROMO-LINE.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOKREP-PROMO-LINE.
           MOVE SPACES TO WS-TOKREP-PROMO-LINE.
           STRING "  期間:" WS-TK-START(TK-IDX) "-"
                  WS-TK-END(TK-IDX)
                  "  比較期間:" WS-TK-PRIOR-START(TK-IDX) "-"
                  WS-TK-PRIOR-END(TK-IDX)
                  DELIMITED BY SIZE INTO WS-TOKREP-PROMO-LINE.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOKREP-PROMO-LINE.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOKREP-HEADER2.

           MOVE 0 TO WS-CP-SUB-PROMO-QTY.
           MOVE 0 TO WS-CP-SUB-PROMO-AMT.
           MOVE 0 TO WS-CP-SUB-PRIOR-QTY.
           MOVE 0 TO WS-CP-SUB-PRIOR-AMT.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-LOADED-CAMPAIGN-COUNT
               IF WS-CP-TK-IDX(CP-IDX) = TK-IDX
                   MOVE WS-CP-PROMO-QTY(CP-IDX) TO WS-CP-W-PROMO-QTY
                   MOVE WS-CP-PROMO-AMT(CP-IDX) TO WS-CP-W-PROMO-AMT
                   MOVE WS-CP-PRIOR-QTY(CP-IDX) TO WS-CP-W-PRIOR-QTY
                   MOVE WS-CP-PRIOR-AMT(CP-IDX) TO WS-CP-W-PRIOR-AMT
                   ADD WS-CP-W-PROMO-QTY TO WS-CP-SUB-PROMO-QTY
                   ADD WS-CP-W-PROMO-AMT TO WS-CP-SUB-PROMO-AMT
                   ADD WS-CP-W-PRIOR-QTY TO WS-CP-SUB-PRIOR-QTY
                   ADD WS-CP-W-PRIOR-AMT TO WS-CP-SUB-PRIOR-AMT
                   MOVE WS-CP-TENPO(CP-IDX) TO WS-CPD-TENPO
                   MOVE WS-CP-TENPO-NAME(CP-IDX) TO WS-CPD-NAME
                   PERFORM 7798-EDIT-CAMPAIGN-LINE
                   WRITE CAMPAIGN-REPORT-LINE
                       FROM WS-TOKREP-DETAIL-LINE
               END-IF
           END-PERFORM.
           MOVE WS-CP-SUB-PROMO-QTY TO WS-CP-W-PROMO-QTY.
           MOVE WS-CP-SUB-PROMO-AMT TO WS-CP-W-PROMO-AMT.
           MOVE WS-CP-SUB-PRIOR-QTY TO WS-CP-W-PRIOR-QTY.
           MOVE WS-CP-SUB-PRIOR-AMT TO WS-CP-W-PRIOR-AMT.
           MOVE SPACES TO WS-CPD-TENPO.
           MOVE "企画計" TO WS-CPD-NAME.
           PERFORM 7798-EDIT-CAMPAIGN-LINE.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOKREP-DETAIL-LINE.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-DASHES-100.

      ******************************************************************
       7800-MONTH-END-CLOSE.
               EXIT PARAGRAPH
           END-IF.

      * 未着の営業日が残っていれば警告する。
           PERFORM 7285-WARN-MISSING-UPLOADS.
           IF WS-UG-CONFIRM = 'N'
               EXIT PARAGRAPH
           END-IF.

      * 再締めの場合は既存アーカイブ分を併合して
      * 全量で作り直す (7820/7835 参照)。
           SET CLOSE-WAS-REOPENED TO FALSE.
           MOVE WS-CLOSE-KEEP-COUNT TO WS-CLOSE-COUNT-ED.
           DISPLAY "残存件数: " WS-CLOSE-COUNT-ED
               UPON SYSCONSOLE.
           PERFORM 7870-ROLL-FORWARD-ZAIKO.

      ******************************************************************
       7810-COUNT-CLOSE-TARGET.
           DISPLAY "再締めで既存分と併合し直します。"
               UPON SYSCONSOLE.

      ******************************************************************
       7870-ROLL-FORWARD-ZAIKO.
      ******************************************************************
      * 締め月までの受払で在庫を繰り越す。受払
      * 記録の締め月以前の行は ZAIIDO.YYYYMM へ
      * 移して翌月以降の行だけを残し、期末を次の
      * 期首とする。
      * 再締めでは遅れて計上された受払だけ加わる。
           DISPLAY "在庫の月次繰越を行います..."
               UPON SYSCONSOLE.
           SET ROLL-PENDING TO FALSE.
           PERFORM VARYING ZK-IDX FROM 1 BY 1
                   UNTIL ZK-IDX > WS-LOADED-ZAIKO-COUNT
               MOVE 0 TO WS-ZK-MV-IN(ZK-IDX)
               MOVE 0 TO WS-ZK-MV-OUT(ZK-IDX)
               MOVE 0 TO WS-ZK-MV-SALE(ZK-IDX)
               MOVE 0 TO WS-ZK-MV-RETURN(ZK-IDX)
               MOVE 0 TO WS-ZK-MV-ADJUST(ZK-IDX)
               MOVE 0 TO WS-ZK-MV-LATER(ZK-IDX)
           END-PERFORM.
           MOVE 0 TO WS-ROLL-MOVE-COUNT.
           MOVE 0 TO WS-ROLL-KEEP-COUNT.
           MOVE 0 TO WS-ROLL-NOKEY-COUNT.

           SET ROLL-LOG-PRESENT TO FALSE.
           MOVE "ZAIIDO.DAT" TO WS-ZAIIDO-FILE-NAME.
           OPEN INPUT STOCK-MOVE-FILE.
           IF FS-ZAIIDO = "00"
               SET ROLL-LOG-PRESENT TO TRUE
           ELSE
               IF FS-ZAIIDO NOT = "05" AND FS-ZAIIDO NOT = "35"
                   MOVE "ZAIIDO-ROLL" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-ZAIIDO     TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
                   DISPLAY "ZAIIDO.DAT オープンエラー"
                       UPON SYSCONSOLE
                   DISPLAY "在庫の繰越は行っていません。"
                       UPON SYSCONSOLE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ROLL-LOG-PRESENT
               PERFORM 7872-SPLIT-MOVE-LOG
               IF GEN-REWRITE-ERROR
                   DISPLAY "在庫の繰越は行っていません。"
                       UPON SYSCONSOLE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 7874-PRINT-MOVEMENT-SUMMARY.
           PERFORM 8690-REWRITE-ZAIKO-FILE.

           MOVE WS-ROLL-MOVE-COUNT TO WS-ROLL-COUNT-ED.
           DISPLAY "在庫繰越完了 当月受払: "
               WS-ROLL-COUNT-ED "件"
               UPON SYSCONSOLE.
           MOVE WS-ROLL-KEEP-COUNT TO WS-ROLL-COUNT-ED.
           DISPLAY "翌月以降へ残した受払: "
               WS-ROLL-COUNT-ED "件"
               UPON SYSCONSOLE.
           IF WS-ROLL-NOKEY-COUNT > 0
               MOVE WS-ROLL-NOKEY-COUNT TO WS-ROLL-COUNT-ED
               DISPLAY "在庫未登録の受払: "
                   WS-ROLL-COUNT-ED "件"
                   UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       7872-SPLIT-MOVE-LOG.
      ******************************************************************
      * 受払記録 (入力オープン済み) を締め月以前と
      * 翌月以降に分け、後者を新世代に切り替える。
           MOVE "ZAIIDO.DAT" TO WS-GEN-LIVE-NAME.
           PERFORM 9500-BEGIN-SAFE-REWRITE.
           IF GEN-REWRITE-ERROR
               CLOSE STOCK-MOVE-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GEN-NEW-FILE.
           IF FS-GENNEW NOT = "00"
               DISPLAY "新世代オープンエラー" UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-GENNEW UPON SYSCONSOLE
               CLOSE STOCK-MOVE-FILE
               PERFORM 9540-ABANDON-SAFE-REWRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ZAIIDO-ARC-NAME.
           STRING "ZAIIDO." WS-CLOSE-YYYYMM
               DELIMITED BY SIZE INTO WS-ZAIIDO-ARC-NAME.
           OPEN EXTEND STOCK-MOVE-ARCHIVE-FILE.
           IF FS-ZAIARC NOT = "00"
               OPEN OUTPUT STOCK-MOVE-ARCHIVE-FILE
           END-IF.
           IF FS-ZAIARC NOT = "00"
               DISPLAY WS-ZAIIDO-ARC-NAME " オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-ZAIARC UPON SYSCONSOLE
               CLOSE STOCK-MOVE-FILE
               CLOSE GEN-NEW-FILE
               PERFORM 9540-ABANDON-SAFE-REWRITE
               EXIT PARAGRAPH
           END-IF.

           SET ZAIIDO-EOF TO FALSE.
           READ STOCK-MOVE-FILE AT END SET ZAIIDO-EOF TO TRUE
           END-READ.
           PERFORM UNTIL ZAIIDO-EOF
               PERFORM 7873-ROUTE-MOVE-LINE
               READ STOCK-MOVE-FILE
                   AT END SET ZAIIDO-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE STOCK-MOVE-FILE.
           CLOSE GEN-NEW-FILE.
           CLOSE STOCK-MOVE-ARCHIVE-FILE.
           MOVE WS-ROLL-KEEP-COUNT TO WS-GEN-WRITE-COUNT.
           PERFORM 9510-COMMIT-SAFE-REWRITE.

      ******************************************************************
       7873-ROUTE-MOVE-LINE.
      ******************************************************************
           MOVE IV-TENPO-CODE  TO WS-ZAIKO-POST-TENPO.
           MOVE IV-SHOHIN-CODE TO WS-ZAIKO-POST-SHOHIN.
           PERFORM 7255-FIND-ZAIKO-BY-KEY.
           IF IV-DATE(1:6) > WS-CLOSE-YYYYMM
               MOVE STOCK-MOVE-RECORD TO GEN-NEW-RECORD
               WRITE GEN-NEW-RECORD
               ADD 1 TO WS-ROLL-KEEP-COUNT
               IF WS-ZK-FOUND-IDX > 0
                   SET ZK-IDX TO WS-ZK-FOUND-IDX
                   ADD IV-QTY TO WS-ZK-MV-LATER(ZK-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           WRITE STOCK-MOVE-ARCHIVE-RECORD FROM STOCK-MOVE-RECORD.
           ADD 1 TO WS-ROLL-MOVE-COUNT.
           IF WS-ZK-FOUND-IDX = 0
               ADD 1 TO WS-ROLL-NOKEY-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET ZK-IDX TO WS-ZK-FOUND-IDX.
           EVALUATE IV-KIND
               WHEN 'I'
                   ADD IV-QTY TO WS-ZK-MV-IN(ZK-IDX)
               WHEN 'O'
                   ADD IV-QTY TO WS-ZK-MV-OUT(ZK-IDX)
               WHEN 'S'
                   ADD IV-QTY TO WS-ZK-MV-SALE(ZK-IDX)
               WHEN 'R'
                   ADD IV-QTY TO WS-ZK-MV-RETURN(ZK-IDX)
               WHEN OTHER
                   ADD IV-QTY TO WS-ZK-MV-ADJUST(ZK-IDX)
           END-EVALUATE.

      ******************************************************************
       7874-PRINT-MOVEMENT-SUMMARY.
      ******************************************************************
      * 受払表 (ZAISUM.TXT) を出力し期首を更新する。
      * 帳票が開けなくても繰越は行う。
           OPEN OUTPUT STOCK-SUMMARY-REPORT-FILE.
           IF FS-ZAISUM NOT = "00"
               MOVE "ZAISUM-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-ZAISUM     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "在庫受払表オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-ZAISUM UPON SYSCONSOLE
           ELSE
               MOVE SPACES TO WS-ZAISUM-HEADER1
               STRING "在庫受払表 (締め月:" WS-CLOSE-YYYYMM
                      " 作成日:" WS-RUNLOG-DATE ")"
                      DELIMITED BY SIZE INTO WS-ZAISUM-HEADER1
               WRITE STOCK-SUMMARY-REPORT-LINE
                   FROM WS-ZAISUM-HEADER1
               WRITE STOCK-SUMMARY-REPORT-LINE FROM WS-DASHES-100
               WRITE STOCK-SUMMARY-REPORT-LINE
                   FROM WS-ZAISUM-HEADER2
               WRITE STOCK-SUMMARY-REPORT-LINE FROM WS-DASHES-100
           END-IF.

           INITIALIZE WS-ROLL-TOTALS.
           MOVE 0 TO WS-ROLL-DIFF-COUNT.
           PERFORM VARYING ZK-IDX FROM 1 BY 1
                   UNTIL ZK-IDX > WS-LOADED-ZAIKO-COUNT
               PERFORM 7876-ROLL-ONE-ZAIKO
               IF FS-ZAISUM = "00"
                   WRITE STOCK-SUMMARY-REPORT-LINE
                       FROM WS-ZAISUM-DETAIL-LINE
               END-IF
           END-PERFORM.

           IF FS-ZAISUM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           WRITE STOCK-SUMMARY-REPORT-LINE FROM WS-DASHES-100.
           MOVE WS-RT-OPENING TO WS-ZST-OPENING.
           MOVE WS-RT-IN      TO WS-ZST-IN.
           MOVE WS-RT-OUT     TO WS-ZST-OUT.
           MOVE WS-RT-SALE    TO WS-ZST-SALE.
           MOVE WS-RT-RETURN  TO WS-ZST-RETURN.
           MOVE WS-RT-ADJUST  TO WS-ZST-ADJUST.
           MOVE WS-RT-CLOSING TO WS-ZST-CLOSING.
           WRITE STOCK-SUMMARY-REPORT-LINE FROM WS-ZAISUM-TOTAL-LINE.
           WRITE STOCK-SUMMARY-REPORT-LINE FROM WS-DASHES-100.
           WRITE STOCK-SUMMARY-REPORT-LINE
               FROM WS-ZAISUM-FORMULA-LINE.
           MOVE WS-ROLL-DIFF-COUNT TO WS-ZSC-COUNT.
           WRITE STOCK-SUMMARY-REPORT-LINE FROM WS-ZAISUM-COUNT-LINE.
           CLOSE STOCK-SUMMARY-REPORT-FILE.
           DISPLAY "ZAISUM.TXT へ出力しました。"
               UPON SYSCONSOLE.

      ******************************************************************
       7876-ROLL-ONE-ZAIKO.
      ******************************************************************
      * 期末 = 現在庫 - 翌月以降の受払 (帳簿)。
      * 期首+当月受払と合わなければ'*'を付ける。
      * 移動出/売上は正数で表示する。
           COMPUTE WS-ROLL-CLOSING =
               WS-ZK-CURRENT(ZK-IDX) - WS-ZK-MV-LATER(ZK-IDX).
           COMPUTE WS-ROLL-CHECK =
               WS-ZK-OPENING(ZK-IDX) + WS-ZK-MV-IN(ZK-IDX)
               + WS-ZK-MV-OUT(ZK-IDX) + WS-ZK-MV-SALE(ZK-IDX)
               + WS-ZK-MV-RETURN(ZK-IDX) + WS-ZK-MV-ADJUST(ZK-IDX).
           MOVE WS-ZK-TENPO(ZK-IDX)     TO WS-ZSD-TENPO.
           MOVE WS-ZK-SHOHIN(ZK-IDX)    TO WS-ZSD-SHOHIN.
           MOVE WS-ZK-OPENING(ZK-IDX)   TO WS-ZSD-OPENING.
           MOVE WS-ZK-MV-IN(ZK-IDX)     TO WS-ZSD-IN.
           COMPUTE WS-ZSD-OUT  = 0 - WS-ZK-MV-OUT(ZK-IDX).
           COMPUTE WS-ZSD-SALE = 0 - WS-ZK-MV-SALE(ZK-IDX).
           MOVE WS-ZK-MV-RETURN(ZK-IDX) TO WS-ZSD-RETURN.
           MOVE WS-ZK-MV-ADJUST(ZK-IDX) TO WS-ZSD-ADJUST.
           MOVE WS-ROLL-CLOSING         TO WS-ZSD-CLOSING.
           IF WS-ROLL-CHECK NOT = WS-ROLL-CLOSING
               MOVE " *" TO WS-ZSD-FLAG
               ADD 1 TO WS-ROLL-DIFF-COUNT
           ELSE
               MOVE SPACES TO WS-ZSD-FLAG
           END-IF.
           ADD WS-ZK-OPENING(ZK-IDX)   TO WS-RT-OPENING.
           ADD WS-ZK-MV-IN(ZK-IDX)     TO WS-RT-IN.
           SUBTRACT WS-ZK-MV-OUT(ZK-IDX)  FROM WS-RT-OUT.
           SUBTRACT WS-ZK-MV-SALE(ZK-IDX) FROM WS-RT-SALE.
           ADD WS-ZK-MV-RETURN(ZK-IDX) TO WS-RT-RETURN.
           ADD WS-ZK-MV-ADJUST(ZK-IDX) TO WS-RT-ADJUST.
           ADD WS-ROLL-CLOSING         TO WS-RT-CLOSING.
           MOVE WS-ROLL-CLOSING TO WS-ZK-OPENING(ZK-IDX).
           SET ZAIKO-DIRTY TO TRUE.

      ******************************************************************
       7900-INTEGRITY-AUDIT.
      ******************************************************************
       8300-MAINTAIN-BUDGET.
      ******************************************************************
      * 店舗×年月の売上予算の追加/更新/削除。
      * 'L' は予算案 (YOSANAN.DAT) の一括取込。
           SET MAINT-ERROR TO FALSE.
           DISPLAY "処理(A:追加 U:更新 D:削除"
               " L:予算案取込): "
               WITH NO ADVANCING UPON SYSCONSOLE.
           ACCEPT WS-MAINT-ACTION FROM SYSCONSOLE.
           IF WS-MAINT-ACTION = 'L'
               PERFORM 8380-LOAD-DRAFT-BUDGET
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "店舗コード(3桁数字): " WITH NO ADVANCING
               UPON SYSCONSOLE.
           MOVE SPACES TO WS-MAINT-BG-CODE-INPUT.
           END-IF.
           MOVE WS-MAINT-BG-AMT-INPUT TO WS-MAINT-BG-AMT.

      ******************************************************************
       8380-LOAD-DRAFT-BUDGET.
      ******************************************************************
      * 予算案 YOSANAN.DAT を予算へ取り込む。不正行、
      * 廃止/未登録店舗、締め済月、金額が現予算と
      * 同じ行は取り込まない。件数を確認後 Y で反映
      * し、1行ごとに変更履歴 (MSTJNL.DAT) を残す。
           OPEN INPUT DRAFT-BUDGET-FILE.
           IF FS-YOSANAN NOT = "00"
               IF FS-YOSANAN NOT = "05" AND FS-YOSANAN NOT = "35"
                   MOVE "YOSANAN-OPN" TO WS-RUNLOG-BAD-NAME
                   MOVE FS-YOSANAN    TO WS-RUNLOG-BAD-CODE
                   PERFORM 9900-RECORD-BAD-STATUS
               END-IF
               DISPLAY "YOSANAN.DAT を読めません。"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-YOSANAN UPON SYSCONSOLE
               SET MAINT-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-YA-COUNT.
           MOVE 0 TO WS-YA-ADD-COUNT.
           MOVE 0 TO WS-YA-UPD-COUNT.
           MOVE 0 TO WS-YA-SKIP-COUNT.
           MOVE 0 TO WS-YA-SAME-COUNT.
           MOVE 0 TO WS-YA-DONE-COUNT.
           SET YOSANAN-EOF TO FALSE.
           READ DRAFT-BUDGET-FILE AT END SET YOSANAN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL YOSANAN-EOF
               PERFORM 8382-CHECK-DRAFT-LINE
               READ DRAFT-BUDGET-FILE
                   AT END SET YOSANAN-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DRAFT-BUDGET-FILE.

           MOVE WS-YA-ADD-COUNT TO WS-YA-COUNT-ED.
           DISPLAY "予算案 追加: " WS-YA-COUNT-ED
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE WS-YA-UPD-COUNT TO WS-YA-COUNT-ED.
           DISPLAY " 更新: " WS-YA-COUNT-ED
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE WS-YA-SAME-COUNT TO WS-YA-COUNT-ED.
           DISPLAY " 変更なし: " WS-YA-COUNT-ED
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE WS-YA-SKIP-COUNT TO WS-YA-COUNT-ED.
           DISPLAY " 対象外: " WS-YA-COUNT-ED UPON SYSCONSOLE.
           IF WS-YA-COUNT = 0
               DISPLAY "取り込む予算案はありません。"
                   UPON SYSCONSOLE
               SET MAINT-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "予算へ取り込みますか (Y/N): "
               WITH NO ADVANCING UPON SYSCONSOLE.
           MOVE SPACE TO WS-YA-CONFIRM.
           ACCEPT WS-YA-CONFIRM FROM SYSCONSOLE.
           IF WS-YA-CONFIRM NOT = 'Y' AND WS-YA-CONFIRM NOT = 'y'
               DISPLAY "取込を中止しました。" UPON SYSCONSOLE
               SET MAINT-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING YAT-IDX FROM 1 BY 1
                   UNTIL YAT-IDX > WS-YA-COUNT
               PERFORM 8384-APPLY-DRAFT-LINE
           END-PERFORM.
           PERFORM 8390-REWRITE-BUDGET-FILE.
           IF GEN-REWRITE-ERROR
               DISPLAY "予算更新に失敗したため"
                   "取込を取消します。" UPON SYSCONSOLE
               PERFORM 1270-LOAD-BUDGET-FILE
               SET MAINT-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING YAT-IDX FROM 1 BY 1
                   UNTIL YAT-IDX > WS-YA-COUNT
               PERFORM 8386-JOURNAL-DRAFT-LINE
           END-PERFORM.
           MOVE WS-YA-DONE-COUNT TO WS-YA-COUNT-ED.
           DISPLAY "予算案を取り込みました: " WS-YA-COUNT-ED
               " 件" UPON SYSCONSOLE.

      ******************************************************************
       8382-CHECK-DRAFT-LINE.
      ******************************************************************
      * 取込対象の行を WS-YA-TABLE へ控える。
           IF YA-TENPO-CODE NOT NUMERIC OR
              YA-YYYYMM NOT NUMERIC OR
              YA-DRAFT-AMOUNT NOT NUMERIC
               ADD 1 TO WS-YA-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE YA-YYYYMM TO WS-FC-YM.
           IF WS-FC-YM-MM < 1 OR WS-FC-YM-MM > 12
               ADD 1 TO WS-YA-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FC-W-CODE.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-LOADED-TENPO-COUNT
               IF WS-TM-CODE(TM-IDX) = YA-TENPO-CODE AND
                  WS-TM-STATUS(TM-IDX) NOT = 'D'
                   MOVE YA-TENPO-CODE TO WS-FC-W-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FC-W-CODE = 0
               ADD 1 TO WS-YA-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE YA-YYYYMM TO WS-GUARD-YYYYMM.
           PERFORM 1460-CHECK-PERIOD-CLOSED.
           IF PERIOD-CLOSED
               ADD 1 TO WS-YA-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE YA-YYYYMM TO WS-FC-W-YYYYMM.
           PERFORM 7458-FIND-FORECAST-BUDGET.
           IF WS-YOSAN-FOUND-IDX > 0 AND
              WS-YOSAN-TARGET = YA-DRAFT-AMOUNT
               ADD 1 TO WS-YA-SAME-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-YA-COUNT >= WS-MAX-DRAFT
               ADD 1 TO WS-YA-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-YA-COUNT.
           SET YAT-IDX TO WS-YA-COUNT.
           MOVE YA-TENPO-CODE   TO WS-YA-CODE(YAT-IDX).
           MOVE YA-YYYYMM       TO WS-YA-YYYYMM(YAT-IDX).
           MOVE YA-DRAFT-AMOUNT TO WS-YA-AMOUNT(YAT-IDX).
           MOVE 0 TO WS-YA-BEFORE(YAT-IDX).
           IF WS-YOSAN-FOUND-IDX > 0
               MOVE 'U' TO WS-YA-ACTION(YAT-IDX)
               ADD 1 TO WS-YA-UPD-COUNT
           ELSE
               MOVE 'A' TO WS-YA-ACTION(YAT-IDX)
               ADD 1 TO WS-YA-ADD-COUNT
           END-IF.

      ******************************************************************
       8384-APPLY-DRAFT-LINE.
      ******************************************************************
      * 反映時点の予算表で追加/更新を決め直す
      * (予算案に同じ店舗×年月が重複した場合)。
           MOVE WS-YA-CODE(YAT-IDX)   TO WS-MAINT-BG-CODE.
           MOVE WS-YA-YYYYMM(YAT-IDX) TO WS-MAINT-BG-YYYYMM.
           PERFORM 8310-FIND-BUDGET-ENTRY.
           IF WS-YOSAN-FOUND-IDX > 0
               SET BG-IDX TO WS-YOSAN-FOUND-IDX
               MOVE WS-BG-TARGET(BG-IDX) TO WS-YA-BEFORE(YAT-IDX)
               MOVE WS-YA-AMOUNT(YAT-IDX) TO WS-BG-TARGET(BG-IDX)
               MOVE 'U' TO WS-YA-ACTION(YAT-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOADED-BUDGET-COUNT >= WS-MAX-BUDGET
               PERFORM 9330-SHOW-YOSAN-OVERFLOW
               MOVE 'S' TO WS-YA-ACTION(YAT-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOADED-BUDGET-COUNT.
           SET BG-IDX TO WS-LOADED-BUDGET-COUNT.
           MOVE WS-YA-CODE(YAT-IDX)   TO WS-BG-CODE(BG-IDX).
           MOVE WS-YA-YYYYMM(YAT-IDX) TO WS-BG-YYYYMM(BG-IDX).
           MOVE WS-YA-AMOUNT(YAT-IDX) TO WS-BG-TARGET(BG-IDX).
           MOVE 'A' TO WS-YA-ACTION(YAT-IDX).

      ******************************************************************
       8386-JOURNAL-DRAFT-LINE.
      ******************************************************************
      * 取込1行分の変更履歴。更新は反映前の金額を
      * 変更前像とする。
           IF WS-YA-ACTION(YAT-IDX) = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YA-ACTION(YAT-IDX) TO WS-MAINT-ACTION.
           IF WS-YA-ACTION(YAT-IDX) = 'A'
               MOVE SPACES TO WS-JNL-BEFORE
           ELSE
               MOVE WS-YA-CODE(YAT-IDX)   TO WS-JBG-CODE
               MOVE WS-YA-YYYYMM(YAT-IDX) TO WS-JBG-YYYYMM
               MOVE WS-YA-BEFORE(YAT-IDX) TO WS-JBG-TARGET
               MOVE SPACES TO WS-JNL-BEFORE
               MOVE WS-JNL-BG-IMAGE TO WS-JNL-BEFORE(1:18)
           END-IF.
           MOVE WS-YA-CODE(YAT-IDX)   TO WS-MAINT-BG-CODE.
           MOVE WS-YA-YYYYMM(YAT-IDX) TO WS-MAINT-BG-YYYYMM.
           PERFORM 8310-FIND-BUDGET-ENTRY.
           PERFORM 8836-SET-BUDGET-AFTER-IMAGE.
           MOVE 'B' TO WS-JNL-TARGET.
           MOVE SPACES TO WS-JNL-KEY.
           MOVE WS-YA-CODE(YAT-IDX)   TO WS-JNL-KEY(1:3).
           MOVE WS-YA-YYYYMM(YAT-IDX) TO WS-JNL-KEY(4:6).
           PERFORM 8860-WRITE-MASTER-JOURNAL.
           ADD 1 TO WS-YA-DONE-COUNT.

      ******************************************************************
       8390-REWRITE-BUDGET-FILE.
      ******************************************************************
      * 取り除いた元の行は理由によらず取込時に
      * 計上済みのため、全件を対象とする (キーが
      * 変わらない修正は差し引きゼロで無害)。
           PERFORM 7262-OPEN-ZAIKO-MOVE-LOG.
           PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-LOADED-SUSPENSE-COUNT
               IF WS-SP-STATUS(SP-IDX) = 'C' AND
                   PERFORM 8465-ADJUST-ZAIKO-FOR-REPOST
               END-IF
           END-PERFORM.
           PERFORM 7264-CLOSE-ZAIKO-MOVE-LOG.
           IF ZAIKO-DIRTY
               PERFORM 8690-REWRITE-ZAIKO-FILE
           END-IF.
      * 消し、修正後の店舗×商品へ計上し直す。
      * 数量は変わらないため同一キーの修正なら
      * 差し引きゼロで残高は変化しない。
           MOVE WS-SP-DATE(SP-IDX)   TO WS-ZAIKO-POST-DATE.
           IF WS-SP-TYPE(SP-IDX) = 'R'
               MOVE 'R' TO WS-ZAIKO-POST-KIND
           ELSE
               MOVE 'S' TO WS-ZAIKO-POST-KIND
           END-IF.
           MOVE WS-SP-TENPO(SP-IDX)  TO WS-ZAIKO-POST-TENPO.
           MOVE WS-SP-SHOHIN(SP-IDX) TO WS-ZAIKO-POST-SHOHIN.
           IF WS-SP-TYPE(SP-IDX) = 'R'
           CLOSE ZAIKO-FILE.
           SET ZAIKO-DIRTY TO FALSE.

      ******************************************************************
       8694-REWRITE-TRANSFER-FILE.
      ******************************************************************
      * 店間移動テーブルで IDODAT.DAT を作り直す。
      * 照合済で出庫/入庫とも締め済月の行は落とす。
      * 読込時に上限超過なら書き換えない。
           IF TRANSFER-OVERFLOW
               DISPLAY "IDODAT.DAT は上限超過のため"
                   "更新しません。" UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TRANSFER-FILE.
           IF FS-IDODAT NOT = "00"
               MOVE "IDODAT-OPEN" TO WS-RUNLOG-BAD-NAME
               MOVE FS-IDODAT     TO WS-RUNLOG-BAD-CODE
               PERFORM 9900-RECORD-BAD-STATUS
               DISPLAY "IDODAT.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-IDODAT UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-IDO-PURGE-COUNT.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-LOADED-TRANSFER-COUNT
               SET PERIOD-CLOSED TO FALSE
               IF WS-IT-STATUS(IT-IDX) = 'M'
                   MOVE WS-IT-OUT-DATE(IT-IDX)(1:6)
                       TO WS-GUARD-YYYYMM
                   PERFORM 1460-CHECK-PERIOD-CLOSED
                   IF PERIOD-CLOSED
                       MOVE WS-IT-IN-DATE(IT-IDX)(1:6)
                           TO WS-GUARD-YYYYMM
                       PERFORM 1460-CHECK-PERIOD-CLOSED
                   END-IF
               END-IF
               IF PERIOD-CLOSED
                   ADD 1 TO WS-IDO-PURGE-COUNT
               ELSE
                   MOVE WS-IT-SLIP-NO(IT-IDX)  TO IT-SLIP-NO
                   MOVE WS-IT-FROM(IT-IDX)     TO IT-FROM-TENPO
                   MOVE WS-IT-TO(IT-IDX)       TO IT-TO-TENPO
                   MOVE WS-IT-SHOHIN(IT-IDX)   TO IT-SHOHIN-CODE
                   MOVE WS-IT-OUT-DATE(IT-IDX) TO IT-OUT-DATE
                   MOVE WS-IT-OUT-QTY(IT-IDX)  TO IT-OUT-QTY
                   MOVE WS-IT-IN-DATE(IT-IDX)  TO IT-IN-DATE
                   MOVE WS-IT-IN-QTY(IT-IDX)   TO IT-IN-QTY
                   MOVE WS-IT-STATUS(IT-IDX)   TO IT-STATUS
                   WRITE TRANSFER-RECORD
               END-IF
           END-PERFORM.
           CLOSE TRANSFER-FILE.
           SET TRANSFER-DIRTY TO FALSE.
           IF WS-IDO-PURGE-COUNT > 0
               DISPLAY "照合済の店間移動を整理: "
                   WS-IDO-PURGE-COUNT "件" UPON SYSCONSOLE
           END-IF.

      ******************************************************************
       8692-REWRITE-ORDER-FILE.
      ******************************************************************
      * 発注テーブル全件で HACCHU.DAT を作り直す。
           OPEN OUTPUT ORDER-FILE.
           IF FS-HACCHU NOT = "00"
               DISPLAY "HACCHU.DAT オープンエラー"
                   UPON SYSCONSOLE
               DISPLAY "STATUS: " FS-HACCHU UPON SYSCONSOLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > WS-LOADED-ORDER-COUNT
               MOVE WS-HC-NO(HC-IDX)           TO HC-ORDER-NO
               MOVE WS-HC-ORDER-DATE(HC-IDX)   TO HC-ORDER-DATE
               MOVE WS-HC-TENPO(HC-IDX)        TO HC-TENPO-CODE
               MOVE WS-HC-SHOHIN(HC-IDX)       TO HC-SHOHIN-CODE
               MOVE WS-HC-SUPPLIER(HC-IDX)     TO HC-SUPPLIER-CODE
               MOVE WS-HC-ORDER-QTY(HC-IDX)    TO HC-ORDER-QTY
               MOVE WS-HC-DUE-DATE(HC-IDX)     TO HC-DUE-DATE
               MOVE WS-HC-RECEIVED-QTY(HC-IDX) TO HC-RECEIVED-QTY
               MOVE WS-HC-STATUS(HC-IDX)       TO HC-STATUS
               WRITE ORDER-RECORD
               IF HC-ORDER-NO > WS-ORDER-LAST-NO
                   MOVE HC-ORDER-NO TO WS-ORDER-LAST-NO
               END-IF
           END-PERFORM.
           CLOSE ORDER-FILE.
           SET ORDER-DIRTY TO FALSE.

      ******************************************************************
       8700-MAINTAIN-OPERATOR.
      ******************************************************************
       9000-TERMINATE-PROCESS.
      ******************************************************************
           PERFORM 9920-WRITE-RUN-LOG-ENTRY.
           PERFORM 9940-SET-RETURN-CODE.
           DISPLAY " " UPON SYSCONSOLE.
           CLOSE TENPO-MASTER-FILE SHOHIN-MASTER-FILE
                 URIAGE-JISSEKI-FILE
      ******************************************************************
       9250-SHOW-TENMAS-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "店舗マスターが上限を超えました。"
               UPON SYSCONSOLE.
           DISPLAY "超過後の先頭コード: " TM-CODE " "
      ******************************************************************
       9260-SHOW-SHOMAS-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "商品マスターが上限を超えました。"
               UPON SYSCONSOLE.
           DISPLAY "超過後の先頭コード: " SM-CODE " "
      ******************************************************************
       9320-SHOW-REGION-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
      * 地域数の上限超過。明細から漏れる店舗あり。
           DISPLAY "地域数が上限を超えました。"
               UPON SYSCONSOLE.
      ******************************************************************
       9340-SHOW-URISUS-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "保留データが上限を超えました。"
               UPON SYSCONSOLE.

      ******************************************************************
       9330-SHOW-YOSAN-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "予算ファイルが上限を超えました。"
               UPON SYSCONSOLE.

      ******************************************************************
       9310-SHOW-SHOPRC-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "単価履歴が上限を超えました。"
               UPON SYSCONSOLE.

      ******************************************************************
       9350-SHOW-ZAIDAT-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "在庫残高が上限を超えました。"
               UPON SYSCONSOLE.

      ******************************************************************
       9360-SHOW-SHOCST-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "原価履歴が上限を超えました。"
               UPON SYSCONSOLE.

      ******************************************************************
      * 9400番台: 共通検査ルーチン
      ******************************************************************
       9370-SHOW-SHIMAS-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "警告: 仕入先マスターが上限("
               WS-MAX-SUPPLIER "件)を超えています。"
               UPON SYSCONSOLE.

      ******************************************************************
       9380-SHOW-HACCHU-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "警告: 発注データが上限("
               WS-MAX-ORDER "件)を超えています。"
               UPON SYSCONSOLE.

      ******************************************************************
       9385-SHOW-TRANSFER-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "警告: 店間移動台帳が上限("
               WS-MAX-TRANSFER "件)を超えています。"
               UPON SYSCONSOLE.

      ******************************************************************
       9390-SHOW-TOKBAI-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "警告: 特売マスターが上限("
               WS-MAX-PROMO "件)を超えています。"
               UPON SYSCONSOLE.

      ******************************************************************
       9395-SHOW-CALENDAR-OVERFLOW.
      ******************************************************************
           SET JOB-HAS-WARNING TO TRUE.
           DISPLAY "警告: 営業日カレンダーが上限("
               WS-MAX-CALENDAR "件)を超えています。"
               UPON SYSCONSOLE.

      ******************************************************************
       9400-VALIDATE-DATE.
      ******************************************************************
           END-IF.
           SET DATE-VALID TO TRUE.

      ******************************************************************
       9410-ADD-DAYS-TO-DATE.
      ******************************************************************
      * WS-DATE-CHECK (実在日) に WS-DATE-ADD-DAYS 日を
      * 加える。月末/年末の繰り上がりは1日ずつ。
           PERFORM WS-DATE-ADD-DAYS TIMES
               PERFORM 9400-VALIDATE-DATE
               IF WS-DC-DD >= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-DC-DD
                   IF WS-DC-MM = 12
                       MOVE 1 TO WS-DC-MM
                       ADD 1 TO WS-DC-YYYY
                   ELSE
                       ADD 1 TO WS-DC-MM
                   END-IF
               ELSE
                   ADD 1 TO WS-DC-DD
               END-IF
           END-PERFORM.

      ******************************************************************
       9420-SUBTRACT-DAYS-FROM-DATE.
      ******************************************************************
      * WS-DATE-CHECK (実在日) から WS-DATE-ADD-DAYS 日を
      * 引く。月初/年初の繰り下がりは1日ずつ。
           PERFORM WS-DATE-ADD-DAYS TIMES
               IF WS-DC-DD > 1
                   SUBTRACT 1 FROM WS-DC-DD
               ELSE
                   IF WS-DC-MM = 1
                       MOVE 12 TO WS-DC-MM
                       SUBTRACT 1 FROM WS-DC-YYYY
                   ELSE
                       SUBTRACT 1 FROM WS-DC-MM
                   END-IF
                   PERFORM 9400-VALIDATE-DATE
                   MOVE WS-DAYS-IN-MONTH TO WS-DC-DD
               END-IF
           END-PERFORM.

      ******************************************************************
       9430-GET-DAY-OF-WEEK.
      ******************************************************************
      * WS-DATE-CHECK (実在日) の曜日を求める
      * (WS-DAY-OF-WEEK 1=月..7=日、ツェラーの公式)。
      * 1月/2月は前年の13月/14月として扱う。
           MOVE WS-DC-YYYY TO WS-DOW-YEAR.
           MOVE WS-DC-MM   TO WS-DOW-MONTH.
           IF WS-DOW-MONTH < 3
               ADD 12 TO WS-DOW-MONTH
               SUBTRACT 1 FROM WS-DOW-YEAR
           END-IF.
           MOVE WS-DC-DD TO WS-DOW-WORK.
           COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
           DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-QUOTIENT.
           ADD WS-DOW-QUOTIENT TO WS-DOW-WORK.
           ADD WS-DOW-YEAR TO WS-DOW-WORK.
           DIVIDE WS-DOW-YEAR BY 4 GIVING WS-DOW-QUOTIENT.
           ADD WS-DOW-QUOTIENT TO WS-DOW-WORK.
           DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-QUOTIENT.
           SUBTRACT WS-DOW-QUOTIENT FROM WS-DOW-WORK.
           DIVIDE WS-DOW-YEAR BY 400 GIVING WS-DOW-QUOTIENT.
           ADD WS-DOW-QUOTIENT TO WS-DOW-WORK.
      * 剰余 0=土 1=日 2=月 ... 6=金
           ADD 5 TO WS-DOW-WORK.
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW-REMAINDER.
           COMPUTE WS-DAY-OF-WEEK = WS-DOW-REMAINDER + 1.

      ******************************************************************
       9450-SPLIT-AMOUNT-TAX.
      ******************************************************************
       9900-RECORD-BAD-STATUS.
      ******************************************************************
      * 最初の異常のみ実行履歴ログに記録する。
      * バッチでは実行中のステップを異常とする。
           SET BATCH-STEP-ERROR TO TRUE.
           IF NOT RUNLOG-HAS-ERROR
               SET RUNLOG-HAS-ERROR TO TRUE
               STRING WS-RUNLOG-BAD-NAME DELIMITED BY SPACE
       9915-SHOW-RUNLOG-REPORTS-FULL.
      ******************************************************************
      * 欄切れを一度だけ警告する。
           SET JOB-HAS-WARNING TO TRUE.
           IF NOT RUNLOG-REPORTS-FULL
               SET RUNLOG-REPORTS-FULL TO TRUE
               DISPLAY "実行履歴の帳票欄が満杯です。"
           MOVE WS-LOADED-TENPO-COUNT  TO WS-RL-TENCNT.
           MOVE WS-LOADED-SHOHIN-COUNT TO WS-RL-SHOCNT.
           MOVE WS-RUNLOG-BAD-STATUS   TO WS-RL-STATUS.
      * 再開実行は今回分のみ記録し再開と残す。
           IF BATCH-RESUMED AND WS-RUNLOG-BAD-STATUS = SPACES
               MOVE "RESTART" TO WS-RL-STATUS
           END-IF.
           WRITE RUN-LOG-LINE FROM WS-RUNLOG-DETAIL-LINE.
           CLOSE RUN-LOG-FILE.

      ******************************************************************
       9940-SET-RETURN-CODE.
      ******************************************************************
      * ジョブ管理向けの終了コードを設定する。
      * 8=異常終了 (初期処理の中止/ステップ異常)
      * 4=警告 (保留の新規発生/上限超過/異常状態)
           EVALUATE TRUE
               WHEN JOB-FATAL OR BATCH-STOPPED
                   MOVE 8 TO WS-JOB-RC
               WHEN JOB-HAS-WARNING OR RUNLOG-HAS-ERROR
                   MOVE 4 TO WS-JOB-RC
               WHEN OTHER
                   MOVE 0 TO WS-JOB-RC
           END-EVALUATE.
           MOVE WS-JOB-RC TO RETURN-CODE.
           IF BATCH-MODE-ACTIVE
               DISPLAY "終了コード: " WS-JOB-RC UPON SYSCONSOLE
           END-IF.

       END PROGRAM SALES-REPORT-SYSTEM.
