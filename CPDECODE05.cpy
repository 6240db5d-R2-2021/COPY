      *    *** レコードは最大32000バイト、実長のまま変換する
      *    *** ID=VERIFY 指定時、FILE-INの各レコードを往路→復路変換
      *    *** して元と突合し、不一致をDECODE05.VFYへ報告（無損失確認）
      *    *** HENKAN=ES:混在EBCDIC=>SJIS  SE:SJIS=>混在EBCDIC
      *    ***        EU:混在EBCDIC=>UTF8  UE:UTF8=>混在EBCDIC
      *    *** (MODE=U6でEU/UEのUTF8側がUTF16になる)
      *    *** 混在EBCDICはSO(X'0E')～SI(X'0F')の間をDBCSとして
      *    *** DBCS対応表(DECODE05.DBM)で変換する。SO/SIの除去・
      *    *** 付加後の実長をBUF2-LENへ返す
           03  :##:-FILE-IN    PIC  X(008) VALUE SPACE.
           03  :##:-FILE-OUT   PIC  X(008) VALUE SPACE.
      *    *** ID=FILE の変換エラーレコード退避先
