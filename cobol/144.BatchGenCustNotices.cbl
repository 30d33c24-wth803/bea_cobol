DATA DIVISION.
FILE SECTION.
*> 按渠道拆分的客户通知提取文件：短信/邮件/信函各一个，下游
*> 发送平台逐行投递(客户号+联络地址+按语言套版的文案)；信函另带
*> 寄达地址类型与地址，服务商按此付印
FD  SMS-FILE.
01  SMS-RECORD              PIC X(300).
FD  EMAIL-FILE.
01  EMAIL-RECORD            PIC X(300).
FD  LETTER-FILE.
01  LETTER-RECORD           PIC X(400).

*> 通知生成结果报告
FD  REPORT-FILE.
01  WS-NOTICE-COUNT         PIC 9(7) VALUE 0.
01  WS-SUPPRESS-COUNT       PIC 9(7) VALUE 0.
01  WS-DENY-COUNT           PIC 9(7) VALUE 0.
01  WS-UNDELIV-COUNT        PIC 9(7) VALUE 0.
01  WS-CURRENT-DATE         PIC X(08).
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.

*> 未配置时回落内置中文兜底文案
01  WS-TMPL-TXT             PIC X(150).
01  WS-LOG-COUNT            PIC 9(5).
01  WS-OUT-RECORD           PIC X(400).

*> 信函寄达地址：当前有效且未被退信标记为无法投递的地址，按
*> 通讯/住宅/单位顺序取一条(选址顺序同REGSUPPL01)；寄达地址
*> 类型随发送留痕落CUST_NOTICE_LOG，退信导入(RTNMAILIMP01)据此
*> 标记退信地址
01  WS-MAIL-ADDR-TYP-CD     PIC X(02).
01  WS-MAIL-ADDR            PIC X(100).

*> 冷静期原号确认队列(MGMT-PER-CUST-INFO改手机号时入队)逐行
*> 工作区：发送对象是变更前的原手机号
           WS-SUPPRESS-COUNT DELIMITED BY SIZE
           ' 勿扰未发:'      DELIMITED BY SIZE
           WS-DENY-COUNT     DELIMITED BY SIZE
           ' 无可投递地址:'  DELIMITED BY SIZE
           WS-UNDELIV-COUNT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    DISPLAY '客户通知生成批完成，生成:' WS-NOTICE-COUNT
            ' 抑制:' WS-SUPPRESS-COUNT ' 勿扰:' WS-DENY-COUNT
            ' 无可投递地址:' WS-UNDELIV-COUNT

    GOBACK.


*> 生成一条通知：抑制窗口内同类已发则跳过；渠道按短信优先、
*> 邮件次之、信函兜底，逐渠道经CNTCPREFCHK01核对许可；三个
*> 渠道都不许联络记勿扰未发。信函只寄未被退信标记的地址，许可
*> 寄信但已无可投递地址的记无可投递地址(网点经退信清单联系改址)
GENERATE-ONE-NOTICE.
    MOVE SPACES TO WS-MAIL-ADDR-TYP-CD

    *> 抑制窗口内同类通知已发过则跳过；被退回的信函客户并未收到，
    *> 不计入抑制——下一轮改走其他许可渠道或其他可投递地址重发
    MOVE 0 TO WS-LOG-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-LOG-COUNT
           AND CUST_NO = :WS-CUST-NO
           AND NOTICE_TYP_CD = :WS-NOTICE-TYP-CD
           AND SENT_DT >= :WS-SUPPRESS-CUTOFF-DT
           AND COALESCE(RTN_FLG, '0') = '0'
    END-EXEC

    IF SQLCODE = 0 AND WS-LOG-COUNT > 0
    MOVE '04' TO WS-PREF-CHNL-CD
    PERFORM CHECK-CHANNEL-PERMIT
    IF WS-PREF-PERMIT-FLG = 'Y'
       PERFORM SELECT-MAIL-ADDR
       IF WS-MAIL-ADDR-TYP-CD = SPACES
          ADD 1 TO WS-UNDELIV-COUNT
          EXIT PARAGRAPH
       END-IF
       PERFORM RENDER-NOTICE-TEXT
       MOVE SPACES TO WS-OUT-RECORD
       STRING WS-TENANT-NO        DELIMITED BY SIZE
              ' '                 DELIMITED BY SIZE
              WS-CUST-NO          DELIMITED BY SIZE
              ' '                 DELIMITED BY SIZE
              WS-CUST-NM          DELIMITED BY SIZE
              ' '                 DELIMITED BY SIZE
              WS-MAIL-ADDR-TYP-CD DELIMITED BY SIZE
              ' '                 DELIMITED BY SIZE
              WS-MAIL-ADDR        DELIMITED BY SIZE
              ' '                 DELIMITED BY SIZE
              WS-TMPL-TXT         DELIMITED BY SIZE
         INTO WS-OUT-RECORD
       END-STRING
       WRITE LETTER-RECORD FROM WS-OUT-RECORD

    ADD 1 TO WS-DENY-COUNT.

*> 信函寄达地址：被退信标记为无法投递(UNDELIV_FLG='1')的地址不再
*> 寄信；客户经MGMTADDR01改址落新行后自然恢复投递
SELECT-MAIL-ADDR.
    MOVE SPACES TO WS-MAIL-ADDR-TYP-CD
    MOVE SPACES TO WS-MAIL-ADDR
    EXEC SQL
        SELECT ADDR_TYP_CD, ADDR
          INTO :WS-MAIL-ADDR-TYP-CD, :WS-MAIL-ADDR
          FROM CUST_ADDR_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND VALID_FLG = '1'
           AND COALESCE(UNDELIV_FLG, '0') = '0'
         ORDER BY CASE ADDR_TYP_CD WHEN '03' THEN 1
                                   WHEN '01' THEN 2
                                   ELSE 3 END
         FETCH FIRST 1 ROW ONLY
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-MAIL-ADDR-TYP-CD
       MOVE SPACES TO WS-MAIL-ADDR
    END-IF.

*> 渠道许可核对(CNTCPREFCHK01，许可'Y'/勿扰'N'/免扰时段'Q'——
*> 免扰时段按不发处理，下轮再试)
CHECK-CHANNEL-PERMIT.
       ADD 1 TO WS-COOLOFF-COUNT
    END-IF.

*> 发送留痕：谁在何时经哪个渠道收到了哪类通知(信函另记寄达
*> 地址类型，退信标记'0'待退信导入回填)
LOG-SENT-NOTICE.
    EXEC SQL
        INSERT INTO CUST_NOTICE_LOG (
            TENANT_NO, CUST_NO, NOTICE_TYP_CD, CHNL_CD,
            ADDR_TYP_CD, RTN_FLG, SENT_DT, CRT_TM
        ) VALUES (
            :WS-TENANT-NO, :WS-CUST-NO, :WS-NOTICE-TYP-CD,
            :WS-PREF-CHNL-CD, :WS-MAIL-ADDR-TYP-CD, '0',
            :WS-CURRENT-DATE, CURRENT_TIMESTAMP
        )
    END-EXEC

