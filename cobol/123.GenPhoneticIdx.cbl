01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-ROW-COUNT           PIC S9(9) COMP-4.
01  WS-PHONETIC-KEY        PIC X(100).

LINKAGE SECTION.
*> ========== 输入参数 ==========
*> 柜员按拼音检索须有索引可查。逐字符扫描客户名称——拉丁字母
*> 直接收大写，汉字(UTF-8三字节)查注音对照表PHONETIC_CHAR_MAP
*> (按数据维护，常用字先行、生僻字随发现补录；同音字如张/章
*> 天然映射到同一拼音键；算法在PHONKEY01，别名登记共用)，拼出的拼音键落CUST_NM_PHONETIC供
*> QRYCUSTSEARCH01按拼音前缀检索。开户(CRTPERC01)与资料维护
*> (MGMT-PER-CUST-INFO)在名称落地后调用；存量由PHONIDXBF01
*> 一次回建
    END-IF.

    *> 1) 逐字符拼出拼音键
    CALL 'PHONKEY01' USING REQ-CUST-NM, WS-PHONETIC-KEY

    *> 2) 索引行有行UPDATE无行INSERT
    EXEC SQL
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

