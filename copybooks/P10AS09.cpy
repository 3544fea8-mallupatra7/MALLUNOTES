      *****************************************************************
      * P10AS09 - SYMBOLIC MAP FOR MAPSET P10AS09 (MAPS MAP1 - MAP9)
      * GENERATED BY BMS ASSEMBLY - DO NOT HAND-KEY INDIVIDUAL FIELDS,
      * RE-ASSEMBLE THE MAPSET AND RE-COPY THIS BOOK WHEN A SCREEN
      * CHANGES.
           02 PNDPO            PICTURE X(4).
           02 FILLER           PICTURE X(2).
           02 PERRORO          PICTURE X(40).
      *
       01  MAP8I.
           02 FILLER           PICTURE X(12).
           02 HIDL             COMP PIC S9(4).
           02 HIDA             PICTURE X.
           02 HIDI             PICTURE X(4).
           02 HNAMEL           COMP PIC S9(4).
           02 HNAMEA           PICTURE X.
           02 HNAMEI           PICTURE X(15).
           02 HERRORL          COMP PIC S9(4).
           02 HERRORA          PICTURE X.
           02 HERRORI          PICTURE X(40).
           02 HLINEI           OCCURS 10 TIMES.
               03 HLDTL        COMP PIC S9(4).
               03 HLDTA        PICTURE X.
               03 HLDTI        PICTURE X(10).
               03 HLTML        COMP PIC S9(4).
               03 HLTMA        PICTURE X.
               03 HLTMI        PICTURE X(8).
               03 HLOPL        COMP PIC S9(4).
               03 HLOPA        PICTURE X.
               03 HLOPI        PICTURE X(3).
               03 HLTYL        COMP PIC S9(4).
               03 HLTYA        PICTURE X.
               03 HLTYI        PICTURE X(6).
               03 HLCHL        COMP PIC S9(4).
               03 HLCHA        PICTURE X.
               03 HLCHI        PICTURE X(47).
       01  MAP8O REDEFINES MAP8I.
           02 FILLER           PICTURE X(12).
           02 FILLER           PICTURE X(2).
           02 HIDO             PICTURE X(4).
           02 FILLER           PICTURE X(2).
           02 HNAMEO           PICTURE X(15).
           02 FILLER           PICTURE X(2).
           02 HERRORO          PICTURE X(40).
           02 HLINEO           OCCURS 10 TIMES.
               03 FILLER       PICTURE X(2).
               03 HLDTO        PICTURE X(10).
               03 FILLER       PICTURE X(2).
               03 HLTMO        PICTURE X(8).
               03 FILLER       PICTURE X(2).
               03 HLOPO        PICTURE X(3).
               03 FILLER       PICTURE X(2).
               03 HLTYO        PICTURE X(6).
               03 FILLER       PICTURE X(2).
               03 HLCHO        PICTURE X(47).
      *
       01  MAP9I.
           02 FILLER           PICTURE X(12).
           02 YIDL             COMP PIC S9(4).
           02 YIDA             PICTURE X.
           02 YIDI             PICTURE X(4).
           02 YNAMEL           COMP PIC S9(4).
           02 YNAMEA           PICTURE X.
           02 YNAMEI           PICTURE X(15).
           02 YYEARL           COMP PIC S9(4).
           02 YYEARA           PICTURE X.
           02 YYEARI           PICTURE X(4).
           02 YSERVL           COMP PIC S9(4).
           02 YSERVA           PICTURE X.
           02 YSERVI           PICTURE X(2).
           02 YENTL            COMP PIC S9(4).
           02 YENTA            PICTURE X.
           02 YENTI            PICTURE X(6).
           02 YCFWDL           COMP PIC S9(4).
           02 YCFWDA           PICTURE X.
           02 YCFWDI           PICTURE X(6).
           02 YTAKNL           COMP PIC S9(4).
           02 YTAKNA           PICTURE X.
           02 YTAKNI           PICTURE X(6).
           02 YADJL            COMP PIC S9(4).
           02 YADJA            PICTURE X.
           02 YADJI            PICTURE X(6).
           02 YBALL            COMP PIC S9(4).
           02 YBALA            PICTURE X.
           02 YBALI            PICTURE X(6).
           02 YSTRTL           COMP PIC S9(4).
           02 YSTRTA           PICTURE X.
           02 YSTRTI           PICTURE X(10).
           02 YENDL            COMP PIC S9(4).
           02 YENDA            PICTURE X.
           02 YENDI            PICTURE X(10).
           02 YDAYSL           COMP PIC S9(4).
           02 YDAYSA           PICTURE X.
           02 YDAYSI           PICTURE X(4).
           02 YSEQL            COMP PIC S9(4).
           02 YSEQA            PICTURE X.
           02 YSEQI            PICTURE X(4).
           02 YERRORL          COMP PIC S9(4).
           02 YERRORA          PICTURE X.
           02 YERRORI          PICTURE X(40).
           02 YLINEI           OCCURS 10 TIMES.
               03 YLSQL        COMP PIC S9(4).
               03 YLSQA        PICTURE X.
               03 YLSQI        PICTURE X(4).
               03 YLTYL        COMP PIC S9(4).
               03 YLTYA        PICTURE X.
               03 YLTYI        PICTURE X(9).
               03 YLSTL        COMP PIC S9(4).
               03 YLSTA        PICTURE X.
               03 YLSTI        PICTURE X(10).
               03 YLENL        COMP PIC S9(4).
               03 YLENA        PICTURE X.
               03 YLENI        PICTURE X(10).
               03 YLDYL        COMP PIC S9(4).
               03 YLDYA        PICTURE X.
               03 YLDYI        PICTURE X(6).
               03 YLOPL        COMP PIC S9(4).
               03 YLOPA        PICTURE X.
               03 YLOPI        PICTURE X(3).
               03 YLDTL        COMP PIC S9(4).
               03 YLDTA        PICTURE X.
               03 YLDTI        PICTURE X(10).
       01  MAP9O REDEFINES MAP9I.
           02 FILLER           PICTURE X(12).
           02 FILLER           PICTURE X(2).
           02 YIDO             PICTURE X(4).
           02 FILLER           PICTURE X(2).
           02 YNAMEO           PICTURE X(15).
           02 FILLER           PICTURE X(2).
           02 YYEARO           PICTURE X(4).
           02 FILLER           PICTURE X(2).
           02 YSERVO           PICTURE X(2).
           02 FILLER           PICTURE X(2).
           02 YENTO            PICTURE X(6).
           02 FILLER           PICTURE X(2).
           02 YCFWDO           PICTURE X(6).
           02 FILLER           PICTURE X(2).
           02 YTAKNO           PICTURE X(6).
           02 FILLER           PICTURE X(2).
           02 YADJO            PICTURE X(6).
           02 FILLER           PICTURE X(2).
           02 YBALO            PICTURE X(6).
           02 FILLER           PICTURE X(2).
           02 YSTRTO           PICTURE X(10).
           02 FILLER           PICTURE X(2).
           02 YENDO            PICTURE X(10).
           02 FILLER           PICTURE X(2).
           02 YDAYSO           PICTURE X(4).
           02 FILLER           PICTURE X(2).
           02 YSEQO            PICTURE X(4).
           02 FILLER           PICTURE X(2).
           02 YERRORO          PICTURE X(40).
           02 YLINEO           OCCURS 10 TIMES.
               03 FILLER       PICTURE X(2).
               03 YLSQO        PICTURE X(4).
               03 FILLER       PICTURE X(2).
               03 YLTYO        PICTURE X(9).
               03 FILLER       PICTURE X(2).
               03 YLSTO        PICTURE X(10).
               03 FILLER       PICTURE X(2).
               03 YLENO        PICTURE X(10).
               03 FILLER       PICTURE X(2).
               03 YLDYO        PICTURE X(6).
               03 FILLER       PICTURE X(2).
               03 YLOPO        PICTURE X(3).
               03 FILLER       PICTURE X(2).
               03 YLDTO        PICTURE X(10).
