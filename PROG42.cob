002100*                 IN SIMULATION MODE - A FAILED READ LEFT THE
002110*                 RECORD AREA STALE AND THE COMPARISON WORKED
002120*                 ON GARBAGE.
002121* 2026-09-21 RA   COMMISSION ALREADY PAID ON TITLES SINCE
002122*                 CANCELLED OR WRITTEN OFF, WHICH PROG136 NOW
002123*                 CARRIES ON THE COMMFILE ROW, IS DEDUCTED AS
002124*                 ITS OWN LINE AFTER THE PENSAO - NEVER MORE THAN
002125*                 THE NET LEFT - AND CARRIED ON THE REGISTER,
002126*                 HISTORY AND GL.
002127* 2026-09-24 RA   THE MID-MONTH ADVANCE PROG174 PAID FOR THE
002128*                 PERIOD (ADTFILE) IS DEDUCTED AS ITS OWN LINE,
002129*                 CARRIED INSIDE TOTAL DEDUCTIONS AND CREDITED
002130*                 BACK TO THE ADVANCES ACCOUNT ON THE GL; THE
002131*                 LEDGER ROW IS MARKED DEDUCTED.
002132* 2026-09-28 RA   THE PENDING DISSIDIO DIFFERENCES PROG175 WROTE
002133*                 ON DISSFILE ARE PAID AS AN EARNINGS LINE OF
002134*                 THE PERIOD AND STAMPED WITH IT; A REPROCESS
002135*                 PAYS AGAIN WHAT THE PERIOD ALREADY STAMPED.
002136* 2026-09-28 RA   A NEGATIVE OFF-CYCLE CORRECTION LEFT TO RECOVER
002137*                 ON CORRFILE (PROG176) IS DEDUCTED AS ITS OWN
002138*                 LINE WHEN THE NET LEFT COVERS IT, CREDITED TO
002139*                 THE RECOVERY ACCOUNT ON THE GL AND STAMPED WITH
002140*                 THE PERIOD; ONE THE NET CANNOT COVER WAITS FOR
002141*                 THE NEXT RUN.
002142* 2026-09-28 RA   ZEROES THE SEPARATE PLR ACCUMULATORS ON A NEW
002143*                 YTD ROW; THE PLR ITSELF IS PAID BY PROG178.
002144* 2026-09-28 RA   UNION DUES: A FUNCIONARIO WHO AUTHORIZED THE
002145*                 DEDUCTION HAS THE DUES OF AN ACTIVE UNION ON
002146*                 SINDFILE TAKEN BY THE UNION'S RULE (PERCENT OF
002147*                 THE GROSS, FIXED VALUE, OR ONE DAY'S SALARIO IN
002148*                 THE UNION'S MONTH), RIGHT AFTER THE PENSAO AND
002149*                 NEVER MORE THAN THE NET LEFT. NEW PAYSLIP LINE,
002150*                 REGISTER AND HISTORY COLUMN, TRAILER TOTAL AND
002151*                 GL CREDIT UNDER EVENT CONTRIB-SIND.
002152* 2026-09-28 RA   HAZARD PAY: THE INSALUBRIDADE OR PERICULOSIDADE
002153*                 PROG182 PRICES FROM THE CARGO GRADE (OR THE
002154*                 LAUDO OVERRIDE ON RISCFILE) NOW ENTERS THE
002155*                 GROSS AS ITS OWN EARNINGS LINE, PRORATED FOR
002156*                 UNPAID AFASTAMENTO DAYS AND TAXED THROUGH
002157*                 PROG46; BEING IN THE GROSS IT IS ALSO IN THE
002158*                 FGTS BASE PROG95 TAKES FROM THE REGISTER. NEW
002159*                 REGISTER AND HISTORY COLUMN AND TRAILER TOTAL.
002160* 2026-09-28 RA   THE WEEKLY PAID REST (DSR) IS NOW COMPUTED:
002161*                 OVERTIME AND NIGHT PREMIUM REFLECT ON THE REST
002162*                 DAYS OF THE PERIOD OVER ITS BUSINESS DAYS
002163*                 (PROG74 WEEKDAY/FERIADO, ESCFILE REST DAY); AN
002164*                 ABSENCE WITH MOTIVO "FALTA" COSTS THE DSR OF ITS
002165*                 WEEK. BOTH ARE OWN PAYSLIP LINES AND NEW
002166*                 REGISTER/HISTORY COLUMNS.
002167* 2026-09-28 RA   EMPLOYER CHARGES: INSS PATRONAL, RAT X FAP,
002168*                 TERCEIROS AND FGTS OVER THE GROSS AT THE
002169*                 ENCPATR RATES (PROG183; COMPILED DEFAULTS
002170*                 WITHOUT A ROW),
002171*                 PLUS THE BENEFIT VOUCHERS NET OF THE EMPLOYEE
002172*                 SHARE, POSTED AS BALANCED GL PAIRS THROUGH
002173*                 PROG138 AND KEPT PER FUNCIONARIO ON CUSTOPES FOR
002174*                 THE PROG184 LABOR-COST REPORT.
002175* 2026-10-01 RA   HEALTH PLAN: THE EMPLOYEE SHARE OF THE MONTHLY
002176*                 FEE OF THE TITULAR AND EVERY DEPENDENT COVERED
002177*                 ON SAUDFILE (PLANOSAU PRICES, SHARES; PROG186/
002178*                 PROG187) AND THE CO-PARTICIPATION PROG188 TAKES
002179*                 UP FROM THE CARRIER INVOICE ON COPARFIL ARE NOW
002180*                 DEDUCTED WITH THE BENEFITS, ON THEIR OWN PAYSLIP
002181*                 LINE; THE PLAN COST NET OF THE SHARE ENTERS THE
002182*                 EMPLOYER BENEFIT COST.
002183* 2026-10-05 RA   DSR FOR A FUNCIONARIO ON A ROTATING SHIFT
002184*                 PATTERN: THE PATTERN'S REST DAYS IN THE PERIOD
002185*                 (PROG193) ARE THE REST DAYS INSTEAD OF A
002186*                 WEEKDAY, AND A FALTA COSTS THE NEXT REST DAY OF
002187*                 THE CYCLE.
002188* 2026-10-05 RA   CONTRACT TYPES: AN ESTAGIARIO GETS NO
002189*                 SALARIO-FAMILIA AND COSTS NO INSS PATRONAL, RAT,
002190*                 TERCEIROS OR FGTS; A JOVEM APRENDIZ'S FGTS IS 2
002191*                 PERCENT. A FIXED-TERM CONTRACT WHOSE END DATE IS
002192*                 BEFORE THE PERIOD IS STILL PAID BUT FLAGGED AND
002193*                 COUNTED.
002194* 2026-10-08 RA   DEPARTMENT TRANSFERS: FOR A FUNCIONARIO WITH
002195*                 AN APPROVED OR APPLIED TRANSFER (TRANSFIL,
002196*                 PROG203/PROG204) EFFECTIVE INSIDE THE PERIOD,
002197*                 EVERY DEBIT OF THE GL POSTING IS SPLIT BY DAYS -
002198*                 THE DAYS BEFORE THE DATE TO THE OLD DEPARTMENT
002199*                 UNDER ITS OLD RATEIO, THE REST TO THE NEW ONE
002200*                 UNDER THE CURRENT ALLOCFIL ROW - AND THE
002201*                 CUSTOPES ROW CARRIES THE OLD DEPARTMENT'S SHARE.
002202* 2026-10-15 RA   EVERY PAYREG AND GL ROW NOW CARRIES THE
002203*                 FUNCIONARIO'S EMPRESA (BLANK = 001), THE PAYSLIP
002204*                 NAMES THE EMPLOYER FROM THE COMPANY MASTER
002205*                 (PROG220), AND A RUN COVERING MORE THAN ONE
002206*                 COMPANY CLOSES WITH PER-COMPANY CONTROL TOTALS.
002207* 2026-10-15 RA   THE REGISTER'S RECORD COUNT AND NET HASH TOTAL
002208*                 ARE NOW RECORDED ON THE CONTROL TOTALS LEDGER
002209*                 (CTLTOT, PROG223) FOR PROG62, PROG95 AND PROG96
002210*                 TO CHECK BEFORE THEY READ PAYREG.
002211* 2026-10-15 RA   THE GL INTERFACE IS NOW CUT PER COMPANY: EACH
002212*                 FUNCIONARIO'S JOURNAL ROWS GO TO THE DATASET
002213*                 OF THE FUNCIONARIO'S EMPRESA, NAMED BY PROG220
002214*                 (GLFILE FOR 001).
002215******************************************************************
002216 IDENTIFICATION DIVISION.
002217 PROGRAM-ID. PROG42.

002218 ENVIRONMENT DIVISION.
002219 INPUT-OUTPUT SECTION.
002220 FILE-CONTROL.
002221     SELECT PARAM-FILE ASSIGN TO "FOLHAPRM"
002222         ORGANIZATION IS LINE SEQUENTIAL
002223         FILE STATUS IS FS-FOLHAPRM.

002224     SELECT SIMULATION-REGISTER ASSIGN TO "PAYREGSM"
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS FS-PAYREGSM.

002980         RECORD KEY IS AL-CODIGO
002990         FILE STATUS IS FS-ALLOCFIL.

002991     SELECT TRANSFER-FILE ASSIGN TO "TRANSFIL"
002992         ORGANIZATION IS INDEXED
002993         ACCESS MODE IS DYNAMIC
002994         RECORD KEY IS TF-CHAVE
002995         FILE STATUS IS FS-TRANSFIL.

002996     SELECT ADVANCE-FILE ASSIGN TO "ADTFILE"
002997         ORGANIZATION IS INDEXED
002998         ACCESS MODE IS DYNAMIC
002999         RECORD KEY IS AD-CHAVE
003000         FILE STATUS IS FS-ADTFILE.

003001     SELECT DIFFERENCE-FILE ASSIGN TO "DISSFILE"
003002         ORGANIZATION IS INDEXED
003003         ACCESS MODE IS DYNAMIC
003004         RECORD KEY IS DS-CHAVE
003005         FILE STATUS IS FS-DISSFILE.

003006     SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
003007         ORGANIZATION IS INDEXED
003008         ACCESS MODE IS DYNAMIC
003009         RECORD KEY IS CR-CHAVE
003010         FILE STATUS IS FS-CORRFILE.

003011     SELECT UNION-FILE ASSIGN TO "SINDFILE"
003012         ORGANIZATION IS INDEXED
003013         ACCESS MODE IS DYNAMIC
003014         RECORD KEY IS SD-CODIGO
003015         FILE STATUS IS FS-SINDFILE.

003016     SELECT SCHEDULE-MASTER ASSIGN TO "ESCFILE"
003017         ORGANIZATION IS INDEXED
003018         ACCESS MODE IS DYNAMIC
003019         RECORD KEY IS ES-CODIGO
003020         FILE STATUS IS FS-ESCFILE.

003021     SELECT EMPLOYER-RATE-FILE ASSIGN TO "ENCPATR"
003022         ORGANIZATION IS INDEXED
003023         ACCESS MODE IS DYNAMIC
003024         RECORD KEY IS EP-CHAVE
003025         FILE STATUS IS FS-ENCPATR.

003026     SELECT BENEFIT-FILE ASSIGN TO "BENFILE"
003027         ORGANIZATION IS INDEXED
003028         ACCESS MODE IS DYNAMIC
003029         RECORD KEY IS BN-CODIGO
003030         FILE STATUS IS FS-BENFILE.

003031     SELECT LABOR-COST-FILE ASSIGN TO "CUSTOPES"
003032         ORGANIZATION IS INDEXED
003033         ACCESS MODE IS DYNAMIC
003034         RECORD KEY IS CP-CHAVE
003035         FILE STATUS IS FS-CUSTOPES.

003036     SELECT HEALTH-PLAN-FILE ASSIGN TO "PLANOSAU"
003037         ORGANIZATION IS INDEXED
003038         ACCESS MODE IS DYNAMIC
003039         RECORD KEY IS PS-PLANO
003040         FILE STATUS IS FS-PLANOSAU.

003041     SELECT HEALTH-ENROLL-FILE ASSIGN TO "SAUDFILE"
003042         ORGANIZATION IS INDEXED
003043         ACCESS MODE IS DYNAMIC
003044         RECORD KEY IS SA-CHAVE
003045         FILE STATUS IS FS-SAUDFILE.

003046     SELECT COPAY-FILE ASSIGN TO "COPARFIL"
003047         ORGANIZATION IS INDEXED
003048         ACCESS MODE IS DYNAMIC
003049         RECORD KEY IS CF-CHAVE
003050         FILE STATUS IS FS-COPARFIL.

003051     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
003052         ORGANIZATION IS LINE SEQUENTIAL
003053         FILE STATUS IS FS-GLFILE.

003054 DATA DIVISION.
003055 FILE SECTION.
003056 FD  PARAM-FILE.
003060 01  FOLHAPRM-REC.
003070     05  FP-SIMULACAO-SW         PIC X(01).
003080         88  FP-SIMULACAO        VALUE "S".
003410 FD  ALLOCATION-FILE.
003420 COPY ALLOCREC.

003421 FD  TRANSFER-FILE.
003422 COPY TRFREC.

003423 FD  ADVANCE-FILE.
003424 COPY ADTREC.

003425 FD  DIFFERENCE-FILE.
003426 COPY DISSREC.

003427 FD  CORRECTION-FILE.
003428 COPY CORRREC.

003429 FD  UNION-FILE.
003430 COPY SINDREC.

003431 FD  SCHEDULE-MASTER.
003432 COPY ESCREC.

003433 FD  EMPLOYER-RATE-FILE.
003434 COPY PATRREC.

003435 FD  BENEFIT-FILE.
003436 COPY BENREC.

003437 FD  LABOR-COST-FILE.
003438 COPY CPESREC.

003439 FD  HEALTH-PLAN-FILE.
003440 COPY PLSAREC.

003441 FD  HEALTH-ENROLL-FILE.
003442 COPY SAUDREC.

003443 FD  COPAY-FILE.
003444 COPY COPAREC.

003445 FD  GL-INTERFACE.
003446 COPY GLREC.

003450 WORKING-STORAGE SECTION.
003460 01  FS-FOLHAPRM                 PIC X(02).
004000 01  WS-ALLOC-SW                 PIC X(01) VALUE "N".
004010     88  WS-ALLOC-PRESENTE       VALUE "Y".

004011 01  FS-ADTFILE                  PIC X(02).
004012     88  FS-ADTFILE-OK           VALUE "00".
004013 01  WS-ADT-SW                   PIC X(01) VALUE "N".
004014     88  WS-ADT-PRESENTE         VALUE "Y".

004015 01  FS-DISSFILE                 PIC X(02).
004016     88  FS-DISSFILE-OK          VALUE "00".
004017 01  FS-CORRFILE                 PIC X(02).
004018     88  FS-CORRFILE-OK          VALUE "00".
004019 01  WS-CORR-SW                  PIC X(01) VALUE "N".
004020     88  WS-CORR-PRESENTE        VALUE "Y".
004021 01  FS-SINDFILE                 PIC X(02).
004022     88  FS-SINDFILE-OK          VALUE "00".
004023 01  WS-SIND-SW                  PIC X(01) VALUE "N".
004024     88  WS-SIND-PRESENTE        VALUE "Y".
004025 01  WS-FIM-CORR-SW              PIC X(01).
004026     88  WS-FIM-CORR             VALUE "Y".
004027 01  FS-ESCFILE                  PIC X(02).
004028     88  FS-ESCFILE-OK           VALUE "00".
004029 01  WS-ESC-SW                   PIC X(01) VALUE "N".
004030     88  WS-ESC-PRESENTE         VALUE "Y".
004031 01  FS-ENCPATR                  PIC X(02).
004032     88  FS-ENCPATR-OK           VALUE "00".
004033 01  FS-BENFILE                  PIC X(02).
004034     88  FS-BENFILE-OK           VALUE "00".
004035 01  WS-BEN-SW                   PIC X(01) VALUE "N".
004036     88  WS-BEN-PRESENTE         VALUE "Y".
004037 01  FS-CUSTOPES                 PIC X(02).
004038     88  FS-CUSTOPES-OK          VALUE "00".
004039 01  WS-CUSTO-SW                 PIC X(01) VALUE "N".
004040     88  WS-CUSTO-PRESENTE       VALUE "Y".
004041 01  WS-DISS-SW                  PIC X(01) VALUE "N".
004042     88  WS-DISS-PRESENTE        VALUE "Y".
004043 01  WS-FIM-DISS-SW              PIC X(01).
004044     88  WS-FIM-DISS             VALUE "Y".
004045 01  FS-PLANOSAU                 PIC X(02).
004046     88  FS-PLANOSAU-OK          VALUE "00".
004047 01  FS-SAUDFILE                 PIC X(02).
004048     88  FS-SAUDFILE-OK          VALUE "00".
004049 01  WS-SAUDE-SW                 PIC X(01) VALUE "N".
004050     88  WS-SAUDE-PRESENTE       VALUE "Y".
004051 01  WS-FIM-SAUDE-SW             PIC X(01).
004052     88  WS-FIM-SAUDE            VALUE "Y".
004053 01  FS-COPARFIL                 PIC X(02).
004054     88  FS-COPARFIL-OK          VALUE "00".
004055 01  WS-COPAR-SW                 PIC X(01) VALUE "N".
004056     88  WS-COPAR-PRESENTE       VALUE "Y".
004057 01  WS-FIM-COPAR-SW             PIC X(01).
004058     88  WS-FIM-COPAR            VALUE "Y".

004059 01  WS-RATEIO.
004060     05  WS-TEM-RATEIO-SW        PIC X(01).
004061         88  WS-TEM-RATEIO       VALUE "Y".
004062     05  WS-RATEIO-IDX           PIC 9(01).
004063     05  WS-VALOR-LINHA          PIC 9(11)V9(02).
004070     05  WS-VALOR-ACUMULADO      PIC 9(11)V9(02).
004080     05  WS-VALOR-TRECHO         PIC 9(11)V9(02).

004081 01  FS-TRANSFIL                 PIC X(02).
004082     88  FS-TRANSFIL-OK          VALUE "00".
004083 01  WS-TRANSF-SW                PIC X(01) VALUE "N".
004084     88  WS-TRANSF-PRESENTE      VALUE "Y".
004085 01  WS-FIM-TRANSF-SW            PIC X(01).
004086     88  WS-FIM-TRANSF           VALUE "Y".

004087 01  WS-TRANSFERENCIA-MES.
004088     05  WS-TEM-TRANSF-SW        PIC X(01).
004089         88  WS-TEM-TRANSF       VALUE "Y".
004090     05  WS-TRF-DEPTO-ANTES      PIC X(10).
004091     05  WS-TRF-DEPTO-DEPOIS     PIC X(10).
004092     05  WS-TRF-DIA-EFETIVO      PIC 9(02).
004093     05  WS-TRF-DIAS-ANTES       PIC 9(02).
004094     05  WS-TRF-DIAS-PERIODO     PIC 9(02).
004095     05  WS-TRF-PCT-ANTES        PIC 9(03)V9(02).
004096     05  WS-TRF-EVENTO           PIC X(12).
004097     05  WS-TRF-VALOR-TOTAL      PIC 9(11)V9(02).
004098     05  WS-TRF-VALOR-ANTES      PIC 9(11)V9(02).
004099     05  WS-TRF-RATEIO-ANTES-SW  PIC X(01).
004100     05  WS-TRF-FAIXA-ANTES OCCURS 4 TIMES.
004101         10  WS-TRF-CENTRO-ANTES PIC X(10).
004102         10  WS-TRF-PCT-CC-ANTES PIC 9(03)V9(02).
004103     05  WS-TRF-RATEIO-DEPOIS-SW PIC X(01).
004104     05  WS-TRF-FAIXA-DEPOIS OCCURS 4 TIMES.
004105         10  WS-TRF-CENTRO-DEPOIS PIC X(10).
004106         10  WS-TRF-PCT-CC-DEPOIS PIC 9(03)V9(02).

004107 01  WS-LANCAMENTO.
004108     05  WS-LANC-DEPTO           PIC X(10).
004109     05  WS-LANC-RATEIO-SW       PIC X(01).
004110         88  WS-LANC-TEM-RATEIO  VALUE "Y".
004111     05  WS-LANC-FAIXA OCCURS 4 TIMES.
004112         10  WS-LANC-CENTRO      PIC X(10).
004113         10  WS-LANC-PERCENTUAL  PIC 9(03)V9(02).

004114 01  FS-GLFILE                   PIC X(02).
004115     88  FS-GLFILE-OK            VALUE "00".

004116 01  WS-CALCULO-PROG46.
004120     05  WS-BRUTO-CALC           PIC 9(09)V9(02).
004130     05  WS-INSS-CALC            PIC 9(09)V9(02).
004140     05  WS-IRRF-CALC            PIC 9(09)V9(02).
004290     05  WS-DIA-TRECHO-INI       PIC 9(02).
004300     05  WS-DIA-TRECHO-FIM       PIC 9(02).
004310     05  WS-SALARIO-PRORATA      PIC 9(06)V9(04).
004311     05  WS-SITUACAO-DIAS.
004312         10  WS-SITUACAO-DIA     OCCURS 31 TIMES PIC X(01).
004313             88  WS-DIA-FALTA    VALUE "F".
004314             88  WS-DIA-AFASTADO VALUE "A".
004315             88  WS-DIA-NORMAL   VALUE SPACE.

004316 01  WS-CALENDARIO.
004317     05  WS-DIA-INI-PER          PIC 9(02).
004318     05  WS-DIA-FIM-PER          PIC 9(02).
004319     05  WS-CAL-DIA              OCCURS 31 TIMES.
004320         10  WS-CAL-SEMANA       PIC 9(01).
004321         10  WS-CAL-FERIADO-SW   PIC X(01).
004322             88  WS-CAL-FERIADO  VALUE "F".

004323 01  WS-CHAMADA-DATA.
004324     05  WS-DT-FUNCAO            PIC X(01).
004325     05  WS-DT-DATA-1            PIC 9(08).
004326     05  WS-DT-DATA-2            PIC 9(08).
004327     05  WS-DT-QUANTIDADE        PIC S9(07).
004328     05  WS-DT-UNIDADE           PIC X(01).
004329     05  WS-DT-STATUS            PIC X(01).
004330         88  WS-DT-OK            VALUE "1".

004331 01  WS-DSR.
004332     05  WS-IDX-DIA              PIC 9(02) COMP.
004333     05  WS-IDX-SEMANA           PIC 9(02) COMP.
004334     05  WS-DIA-DESCANSO         PIC 9(01).
004335     05  WS-DIAS-UTEIS           PIC 9(02).
004336     05  WS-DIAS-DESCANSO        PIC 9(02).
004337     05  WS-DSR-PERDIDOS         PIC 9(02).
004338     05  WS-FALTA-SEMANA-SW      PIC X(01).
004339         88  WS-FALTA-SEMANA     VALUE "Y".
004340     05  WS-POS-ESCALA           PIC 9(02) COMP.

004341 01  WS-CHAMADA-ESCALA.
004342     05  WS-ESC-DATA-INICIO      PIC 9(08).
004343     05  WS-ESC-QTD-DIAS         PIC 9(02).
004344     05  WS-ESC-DIAS-TRABALHO    PIC X(31).
004345     05  WS-ESC-HORAS-DIA        PIC 9(02)V9(02).
004346     05  WS-ESC-HORA-INICIO      PIC 9(04).
004347     05  WS-ESC-TURNO            PIC X(04).
004348     05  WS-ESC-TIPO             PIC X(01).
004349         88  WS-ESC-SEM-ESCALA   VALUE "N".
004350         88  WS-ESC-ROTATIVA     VALUE "R".

004351 01  WS-CALCULO.
004352     05  WS-SALARIO-BRUTO        PIC 9(06)V9(04).
004353     05  WS-VALOR-HORAS-EXTRAS   PIC 9(06)V9(04).
004354     05  WS-VALOR-ADIC-NOTURNO   PIC 9(06)V9(04).
004355     05  WS-VALOR-ADIC-RISCO     PIC 9(06)V9(04).
004356     05  WS-VALOR-DSR            PIC 9(06)V9(04).
004357     05  WS-DESCONTO-DSR         PIC 9(06)V9(04).
004360     05  WS-VALOR-COMISSAO       PIC 9(06)V9(04).
004365     05  WS-VALOR-ESTORNO-COM    PIC 9(06)V9(04).
004366     05  WS-VALOR-DISSIDIO       PIC 9(06)V9(04).
004370     05  WS-DESCONTO-INSS        PIC 9(06)V9(04).
004380     05  WS-DESCONTO-IR          PIC 9(06)V9(04).
004390     05  WS-DESCONTO-EMPRESTIMO  PIC 9(06)V9(04).
004400     05  WS-DESCONTO-BENEFICIO   PIC 9(06)V9(04).
004410     05  WS-DESCONTO-PENSAO      PIC 9(06)V9(04).
004420     05  WS-BASE-PENSAO          PIC 9(06)V9(04).
004422     05  WS-DESCONTO-ESTORNO-COM PIC 9(06)V9(04).
004424     05  WS-BASE-ESTORNO-COM     PIC 9(06)V9(04).
004426     05  WS-ESTORNO-PENDENTE     PIC 9(06)V9(04).
004427     05  WS-DESCONTO-ADIANTAMENTO PIC 9(06)V9(04).
004428     05  WS-BASE-ADIANTAMENTO    PIC 9(06)V9(04).
004429     05  WS-ADIANT-PENDENTE      PIC 9(06)V9(04).
004430     05  WS-DESCONTO-SINDICAL    PIC 9(06)V9(04).
004431     05  WS-BASE-SINDICAL        PIC 9(06)V9(04).
004432     05  WS-DESCONTO-CORRECAO    PIC 9(06)V9(04).
004433     05  WS-BASE-CORRECAO        PIC 9(06)V9(04).
004434     05  WS-VALOR-CORRECAO       PIC 9(06)V9(04).
004435     05  WS-DESCONTO-SAUDE       PIC 9(06)V9(04).
004436     05  WS-BASE-SAUDE           PIC 9(06)V9(04).
004437     05  WS-PRECO-SAUDE          PIC 9(06)V9(04).
004438     05  WS-CUSTO-SAUDE          PIC 9(06)V9(04).
004439     05  WS-SALARIO-FAMILIA      PIC 9(06)V9(04).
004440     05  WS-TOTAL-DESCONTOS      PIC 9(06)V9(04).
004450     05  WS-SALARIO-LIQUIDO      PIC 9(06)V9(04).

004470     05  WS-TOT-BRUTO            PIC 9(09)V9(02) VALUE ZERO.
004480     05  WS-TOT-HORAS-EXTRAS     PIC 9(09)V9(02) VALUE ZERO.
004490     05  WS-TOT-ADIC-NOTURNO     PIC 9(09)V9(02) VALUE ZERO.
004491     05  WS-TOT-ADIC-RISCO       PIC 9(09)V9(02) VALUE ZERO.
004492     05  WS-TOT-DSR              PIC 9(09)V9(02) VALUE ZERO.
004493     05  WS-TOT-DSR-PERDIDO      PIC 9(09)V9(02) VALUE ZERO.
004500     05  WS-TOT-COMISSAO         PIC 9(09)V9(02) VALUE ZERO.
004510     05  WS-TOT-INSS             PIC 9(09)V9(02) VALUE ZERO.
004520     05  WS-TOT-IRRF             PIC 9(09)V9(02) VALUE ZERO.
004530     05  WS-TOT-EMPRESTIMO       PIC 9(09)V9(02) VALUE ZERO.
004540     05  WS-TOT-BENEFICIO        PIC 9(09)V9(02) VALUE ZERO.
004550     05  WS-TOT-PENSAO           PIC 9(09)V9(02) VALUE ZERO.
004555     05  WS-TOT-ESTORNO-COM      PIC 9(09)V9(02) VALUE ZERO.
004556     05  WS-TOT-SINDICAL         PIC 9(09)V9(02) VALUE ZERO.
004557     05  WS-TOT-ADIANTAMENTO     PIC 9(09)V9(02) VALUE ZERO.
004558     05  WS-TOT-CORRECAO         PIC 9(09)V9(02) VALUE ZERO.
004559     05  WS-TOT-DISSIDIO         PIC 9(09)V9(02) VALUE ZERO.
004560     05  WS-TOT-SALFAM           PIC 9(09)V9(02) VALUE ZERO.
004570     05  WS-TOT-DESCONTOS        PIC 9(09)V9(02) VALUE ZERO.
004580     05  WS-TOT-LIQUIDO          PIC 9(09)V9(02) VALUE ZERO.
004830     05  WS-TOT-BRUTO-BRL        PIC 9(11)V9(02) VALUE ZERO.
004840     05  WS-TOT-LIQUIDO-BRL      PIC 9(11)V9(02) VALUE ZERO.
004850     05  WS-QTD-SEM-TAXA         PIC 9(05) COMP VALUE ZERO.
004851 01  WS-ENCARGOS.
004852     05  WS-PCT-INSS-PATRONAL    PIC 9(02)V9(02) VALUE 20.00.
004853     05  WS-PCT-RAT              PIC 9(01)V9(02) VALUE 2.00.
004854     05  WS-FAP                  PIC 9(01)V9(04) VALUE 1.0000.
004855     05  WS-PCT-TERCEIROS        PIC 9(02)V9(02) VALUE 5.80.
004856     05  WS-PCT-FGTS             PIC 9(02)V9(02) VALUE 8.00.
004857     05  WS-PCT-FGTS-APRENDIZ    PIC 9(02)V9(02) VALUE 2.00.
004858     05  WS-ENC-INSS-PATRONAL    PIC 9(09)V9(02).
004859     05  WS-ENC-RAT              PIC 9(09)V9(02).
004860     05  WS-ENC-TERCEIROS        PIC 9(09)V9(02).
004861     05  WS-ENC-FGTS             PIC 9(09)V9(02).
004862     05  WS-CUSTO-BENEFICIO      PIC 9(09)V9(02).
004863     05  WS-EVENTO-DEBITO        PIC X(12).
004864     05  WS-EVENTO-CREDITO       PIC X(12).
004865     05  WS-VALOR-PAR            PIC 9(09)V9(02).
004866     05  WS-TOT-ENCARGOS         PIC 9(09)V9(02) VALUE ZERO.
004867     05  WS-TOT-CUSTO-BENEF      PIC 9(09)V9(02) VALUE ZERO.
004868 01  WS-QTD-PAGOS-ED             PIC 9(06).

004870 01  WS-BRUTO-ED                 PIC ZZZ,ZZ9.99.
004880 01  WS-EXTRAS-ED                PIC ZZZ,ZZ9.99.
004890 01  WS-NOTURNO-ED               PIC ZZZ,ZZ9.99.
004891 01  WS-RISCO-ED                 PIC ZZZ,ZZ9.99.
004892 01  WS-DSR-ED                   PIC ZZZ,ZZ9.99.
004900 01  WS-COMISSAO-ED              PIC ZZZ,ZZ9.99.
004910 01  WS-INSS-ED                  PIC ZZZ,ZZ9.99.
004920 01  WS-IR-ED                    PIC ZZZ,ZZ9.99.
004930 01  WS-EMPREST-ED               PIC ZZZ,ZZ9.99.
004940 01  WS-BENEF-ED                 PIC ZZZ,ZZ9.99.
004950 01  WS-PENSAO-ED                PIC ZZZ,ZZ9.99.
004955 01  WS-ESTORNO-ED               PIC ZZZ,ZZ9.99.
004956 01  WS-ADIANT-ED                PIC ZZZ,ZZ9.99.
004957 01  WS-CORRECAO-ED              PIC ZZZ,ZZ9.99.
004958 01  WS-SINDICAL-ED              PIC ZZZ,ZZ9.99.
004959 01  WS-SAUDE-ED                 PIC ZZZ,ZZ9.99.
004960 01  WS-DISSIDIO-ED              PIC ZZZ,ZZ9.99.
004961 01  WS-SALFAM-ED                PIC ZZZ,ZZ9.99.
004970 01  WS-DESC-ED                  PIC ZZZ,ZZ9.99.
004980 01  WS-LIQUIDO-ED               PIC ZZZ,ZZ9.99.

004981 01  WS-CHAMADA-RISCO.
004982     05  WS-GRAU-RISCO           PIC X(01).
004983     05  WS-ADIC-RISCO-CALC      PIC 9(09)V9(02).

004990 01  WS-CHAMADA-MAPA.
005000     05  WS-MAPA-EVENTO          PIC X(12).
005010     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
005070         88  WS-SEM-MAPA         VALUE "2".
005080         88  WS-SEM-TABELA       VALUE "3".
005090 01  WS-QTD-SEM-MAPA             PIC 9(05) VALUE ZERO.
005091 01  WS-QTD-CONTRATO-VENCIDO     PIC 9(05) VALUE ZERO.

005100 01  WS-DESCRICAO-AUD            PIC X(60).

005101 01  WS-EMPRESA-ATUAL            PIC X(03).
005102 01  WS-EMPRESA-HOLERITE         PIC X(03) VALUE SPACES.
005103 01  WS-NOME-EMPRESA-HOLERITE    PIC X(40) VALUE SPACES.
005104* THE COMPANY WHOSE GL INTERFACE IS OPEN, AND ITS DATASET
005105 01  WS-EMPRESA-GL               PIC X(03) VALUE "001".
005106 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".

005107* PROG220 COMPANY SERVICE CALL
005108 01  WS-CHAMADA-EMPRESA.
005109     05  WS-CIA-FUNCAO           PIC X(01).
005110     05  WS-CIA-EMPRESA          PIC X(03).
005111     05  WS-CIA-ARQUIVO          PIC X(08).
005112     05  WS-CIA-STATUS           PIC X(01).
005113         88  WS-CIA-OK           VALUE "1".
005114 COPY CIAREC.

005115* CONTROL TOTALS PER COMPANY
005116 01  WS-TOTAIS-EMPRESA.
005117     05  WS-QTD-EMPRESAS         PIC 9(02) COMP VALUE ZERO.
005118     05  WS-IDX-EMPRESA          PIC 9(02) COMP.
005119     05  WS-EMPRESA-ACHADA-SW    PIC X(01).
005120         88  WS-EMPRESA-ACHADA   VALUE "S".
005121     05  WS-TAB-EMPRESA          OCCURS 50 TIMES.
005122         10  WS-TE-CODIGO        PIC X(03).
005123         10  WS-TE-QTD           PIC 9(06).
005124         10  WS-TE-BRUTO         PIC 9(11)V9(02).
005125         10  WS-TE-LIQUIDO       PIC 9(11)V9(02).

005126* PROG223 CONTROL TOTALS LEDGER CALL - WHAT THIS RUN WROTE ON
005127* PAYREG (EVERY ROW; NET OF THE DETAIL ROWS)
005128 01  WS-CHAMADA-TOTAIS.
005129     05  WS-TL-FUNCAO            PIC X(01).
005130     05  WS-TL-DATA-RUN          PIC 9(08).
005131     05  WS-TL-ARQUIVO           PIC X(08).
005132     05  WS-TL-PERIODO           PIC 9(06).
005133     05  WS-TL-PROGRAMA          PIC X(08).
005134     05  WS-TL-QTD               PIC 9(07).
005135     05  WS-TL-VALOR             PIC 9(13)V9(02).
005136     05  WS-TL-QTD-RAZAO         PIC 9(07).
005137     05  WS-TL-VALOR-RAZAO       PIC 9(13)V9(02).
005138     05  WS-TL-STATUS            PIC X(01).
005139         88  WS-TL-OK            VALUE "1".
005140 01  WS-QTD-LINHAS-REGISTRO      PIC 9(07) COMP VALUE ZERO.
005141 01  WS-HASH-REGISTRO            PIC 9(13)V9(02) VALUE ZERO.

005142 PROCEDURE DIVISION.

005143*----------------------------------------------------------------
005144* 0000-MAINLINE
005145*----------------------------------------------------------------
005150 0000-MAINLINE.
005160     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
005170     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT

006070     PERFORM 1300-CARREGAR-SALFAM
006080         THRU 1300-CARREGAR-SALFAM-EXIT.
006081     PERFORM 1310-CARREGAR-ENCARGOS
006082         THRU 1310-CARREGAR-ENCARGOS-EXIT.

006083     OPEN INPUT BENEFIT-FILE.
006084     IF FS-BENFILE-OK
006085         SET WS-BEN-PRESENTE TO TRUE
006086     END-IF.

006087     OPEN I-O LABOR-COST-FILE.
006088     IF NOT FS-CUSTOPES-OK
006089         OPEN OUTPUT LABOR-COST-FILE
006090         CLOSE LABOR-COST-FILE
006091         OPEN I-O LABOR-COST-FILE
006092     END-IF.
006093     IF FS-CUSTOPES-OK
006094         SET WS-CUSTO-PRESENTE TO TRUE
006095     ELSE
006096         DISPLAY "PROG42: ERRO AO ABRIR LABOR-COST-FILE "
006097             FS-CUSTOPES " - CUSTO POR FUNCIONARIO NAO GRAVADO"
006098     END-IF.

006099     OPEN INPUT ALLOCATION-FILE.
006100     IF FS-ALLOCFIL-OK
006110         SET WS-ALLOC-PRESENTE TO TRUE
006120     END-IF.

006121     OPEN INPUT TRANSFER-FILE.
006122     IF FS-TRANSFIL-OK
006123         SET WS-TRANSF-PRESENTE TO TRUE
006124     END-IF.

006125     OPEN I-O ADVANCE-FILE.
006126     IF FS-ADTFILE-OK
006127         SET WS-ADT-PRESENTE TO TRUE
006128     END-IF.

006129     OPEN I-O DIFFERENCE-FILE.
006130     IF FS-DISSFILE-OK
006131         SET WS-DISS-PRESENTE TO TRUE
006132     END-IF.

006133     OPEN I-O CORRECTION-FILE.
006134     IF FS-CORRFILE-OK
006135         SET WS-CORR-PRESENTE TO TRUE
006136     END-IF.

006137     OPEN INPUT UNION-FILE.
006138     IF FS-SINDFILE-OK
006139         SET WS-SIND-PRESENTE TO TRUE
006140     END-IF.

006141     OPEN INPUT SCHEDULE-MASTER.
006142     IF FS-ESCFILE-OK
006143         SET WS-ESC-PRESENTE TO TRUE
006144     END-IF.

006145     OPEN INPUT HEALTH-PLAN-FILE HEALTH-ENROLL-FILE.
006146     IF FS-PLANOSAU-OK AND FS-SAUDFILE-OK
006147         SET WS-SAUDE-PRESENTE TO TRUE
006148     END-IF.
006149     OPEN I-O COPAY-FILE.
006150     IF FS-COPARFIL-OK
006151         SET WS-COPAR-PRESENTE TO TRUE
006152     END-IF.

006153     OPEN EXTEND GL-INTERFACE.
006154     IF NOT FS-GLFILE-OK
006155         OPEN OUTPUT GL-INTERFACE
006160     END-IF.
006170     IF NOT FS-GLFILE-OK
006180         DISPLAY "PROG42: ERRO AO ABRIR GL-INTERFACE "
006650     END-IF.
006660     PERFORM 1300-CARREGAR-SALFAM
006670         THRU 1300-CARREGAR-SALFAM-EXIT.
006671     OPEN INPUT ADVANCE-FILE.
006672     IF FS-ADTFILE-OK
006673         SET WS-ADT-PRESENTE TO TRUE
006674     END-IF.
006675     OPEN INPUT DIFFERENCE-FILE.
006676     IF FS-DISSFILE-OK
006677         SET WS-DISS-PRESENTE TO TRUE
006678     END-IF.
006679     OPEN INPUT CORRECTION-FILE.
006680     IF FS-CORRFILE-OK
006681         SET WS-CORR-PRESENTE TO TRUE
006682     END-IF.
006683     OPEN INPUT UNION-FILE.
006684     IF FS-SINDFILE-OK
006685         SET WS-SIND-PRESENTE TO TRUE
006686     END-IF.
006687     OPEN INPUT SCHEDULE-MASTER.
006688     IF FS-ESCFILE-OK
006689         SET WS-ESC-PRESENTE TO TRUE
006690     END-IF.
006691     OPEN INPUT HEALTH-PLAN-FILE HEALTH-ENROLL-FILE.
006692     IF FS-PLANOSAU-OK AND FS-SAUDFILE-OK
006693         SET WS-SAUDE-PRESENTE TO TRUE
006694     END-IF.
006695     OPEN INPUT COPAY-FILE.
006696     IF FS-COPARFIL-OK
006697         SET WS-COPAR-PRESENTE TO TRUE
006698     END-IF.

006699     IF WS-PERIODO-ATUAL(5:2) = "01"
006700         MOVE WS-DATA-ATUAL(1:4) TO WS-ANO-ANTERIOR
006701         COMPUTE WS-PERIODO-ANTERIOR =
006710             (WS-ANO-ANTERIOR - 1) * 100 + 12
006720     ELSE
006730         COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-ATUAL - 1
007410     MOVE PP-DATA-INICIO TO WS-PERIODO-INICIO.
007420     MOVE PP-DATA-FIM    TO WS-PERIODO-FIM.
007430     CLOSE PAY-PERIOD-FILE.

007431     MOVE WS-PERIODO-INICIO(7:2) TO WS-DIA-INI-PER.
007432     MOVE WS-PERIODO-FIM(7:2)    TO WS-DIA-FIM-PER.
007433     PERFORM 1210-CLASSIFICAR-DIA
007434         THRU 1210-CLASSIFICAR-DIA-EXIT
007435         VARYING WS-IDX-DIA FROM WS-DIA-INI-PER BY 1
007436         UNTIL WS-IDX-DIA > WS-DIA-FIM-PER.
007440 1200-VALIDAR-PERIODO-EXIT.
007450     EXIT.

007451*----------------------------------------------------------------
007452* 1210-CLASSIFICAR-DIA - WEEKDAY AND FERIADO OF ONE DAY OF THE
007453*                         PERIOD (PROG74), KEPT FOR THE DSR OF
007454*                         EVERY FUNCIONARIO
007455*----------------------------------------------------------------
007456 1210-CLASSIFICAR-DIA.
007457     MOVE "S" TO WS-DT-FUNCAO.
007458     MOVE WS-PERIODO-INICIO TO WS-DT-DATA-1.
007459     MOVE WS-IDX-DIA TO WS-DT-DATA-1(7:2).
007460     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
007461         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
007462         WS-DT-STATUS.
007463     IF NOT WS-DT-OK
007464         MOVE 1 TO WS-CAL-SEMANA(WS-IDX-DIA)
007465         MOVE "N" TO WS-CAL-FERIADO-SW(WS-IDX-DIA)
007466         GO TO 1210-CLASSIFICAR-DIA-EXIT
007467     END-IF.
007468     MOVE WS-DT-QUANTIDADE TO WS-CAL-SEMANA(WS-IDX-DIA).
007469     MOVE WS-DT-UNIDADE TO WS-CAL-FERIADO-SW(WS-IDX-DIA).
007470 1210-CLASSIFICAR-DIA-EXIT.
007471     EXIT.

007472*----------------------------------------------------------------
007473* 1300-CARREGAR-SALFAM - THE SALARIO-FAMILIA CEILING AND QUOTA
007480*                         COME FROM THE TAXTAB ROW "SFAM" 01
007490*                         (CEILING IN THE BAND'S UPPER LIMIT,
007500*                         QUOTA IN THE PARCEL) WHEN THE TABLE IS
007690 1300-CARREGAR-SALFAM-EXIT.
007700     EXIT.

007701*----------------------------------------------------------------
007702* 1310-CARREGAR-ENCARGOS - THE EMPLOYER CHARGE RATES COME FROM THE
007703*                          ENCPATR ROW "PADRAO" (PROG183) WHEN IT
007704*                          EXISTS; OTHERWISE THE COMPILED DEFAULTS
007705*                          KEEP THE CHARGES BEING COMPUTED
007706*----------------------------------------------------------------
007707 1310-CARREGAR-ENCARGOS.
007708     OPEN INPUT EMPLOYER-RATE-FILE.
007709     IF NOT FS-ENCPATR-OK
007710         DISPLAY "PROG42: SEM TAXAS DE ENCARGOS (ENCPATR) - "
007711             "VALEM AS TAXAS PADRAO"
007712         GO TO 1310-CARREGAR-ENCARGOS-EXIT
007713     END-IF.

007714     MOVE "PADRAO    " TO EP-CHAVE.
007715     READ EMPLOYER-RATE-FILE
007716         INVALID KEY
007717             DISPLAY "PROG42: SEM TAXAS DE ENCARGOS (ENCPATR) - "
007718                 "VALEM AS TAXAS PADRAO"
007719         NOT INVALID KEY
007720             MOVE EP-PCT-INSS-PATRONAL TO WS-PCT-INSS-PATRONAL
007721             MOVE EP-PCT-RAT           TO WS-PCT-RAT
007722             MOVE EP-FAP               TO WS-FAP
007723             MOVE EP-PCT-TERCEIROS     TO WS-PCT-TERCEIROS
007724             MOVE EP-PCT-FGTS          TO WS-PCT-FGTS
007725     END-READ.
007726     CLOSE EMPLOYER-RATE-FILE.
007727 1310-CARREGAR-ENCARGOS-EXIT.
007728     EXIT.

007729*----------------------------------------------------------------
007730* 2000-PROCESSAR - ONE ACTIVE FUNCIONARIO PER PASS: CALCULATE,
007731*                   PRINT THE PAYSLIP, WRITE THE REGISTER ROW
007740*----------------------------------------------------------------
007750 2000-PROCESSAR.
007760     IF NOT EMP-ATIVO
007770         GO TO 2000-PROCESSAR-SEGUIR
007780     END-IF.

007781     IF EMP-PRAZO-DETERMINADO
007782        AND DATA-FIM-CONTRATO > ZERO
007783        AND DATA-FIM-CONTRATO < WS-PERIODO-INICIO
007784         DISPLAY "PROG42: AVISO - CONTRATO DE " CODIGO " "
007785             NOME " VENCIDO EM " DATA-FIM-CONTRATO
007786             " E AINDA ATIVO"
007787         ADD 1 TO WS-QTD-CONTRATO-VENCIDO
007788     END-IF.

007789     MOVE EMPRESA TO WS-EMPRESA-ATUAL.
007790     IF WS-EMPRESA-ATUAL = SPACES
007791         MOVE "001" TO WS-EMPRESA-ATUAL
007792     END-IF.

007793     PERFORM 2100-CALCULAR-FOLHA
007800         THRU 2100-CALCULAR-FOLHA-EXIT.

007810     IF WS-SIMULACAO
007920             THRU 2400-GRAVAR-HISTORICO-EXIT
007930         PERFORM 2500-ATUALIZAR-YTD
007940             THRU 2500-ATUALIZAR-YTD-EXIT
007941         PERFORM 2800-CALCULAR-ENCARGOS
007942             THRU 2800-CALCULAR-ENCARGOS-EXIT
007950         PERFORM 2600-GRAVAR-LANCAMENTOS
007960             THRU 2600-GRAVAR-LANCAMENTOS-EXIT
007961         PERFORM 2850-GRAVAR-CUSTO
007962             THRU 2850-GRAVAR-CUSTO-EXIT
007970     END-IF.
007980     ADD 1 TO WS-QTD-PAGOS.


008140     PERFORM 2125-OBTER-ADIC-NOTURNO
008150         THRU 2125-OBTER-ADIC-NOTURNO-EXIT.
008151     PERFORM 2126-OBTER-DISSIDIO
008152         THRU 2126-OBTER-DISSIDIO-EXIT.
008160     PERFORM 2128-OBTER-COMISSAO
008170         THRU 2128-OBTER-COMISSAO-EXIT.
008180     PERFORM 2130-PRORATEAR-AFASTAMENTO
008190         THRU 2130-PRORATEAR-AFASTAMENTO-EXIT.
008191     PERFORM 2135-OBTER-ADIC-RISCO
008192         THRU 2135-OBTER-ADIC-RISCO-EXIT.
008193     PERFORM 2190-CALCULAR-DSR
008194         THRU 2190-CALCULAR-DSR-EXIT.
008200     COMPUTE WS-SALARIO-BRUTO ROUNDED =
008210         WS-SALARIO-PRORATA + WS-VALOR-HORAS-EXTRAS
008220         + WS-VALOR-ADIC-NOTURNO + WS-VALOR-ADIC-RISCO
008230         + WS-VALOR-COMISSAO + WS-VALOR-DISSIDIO
008231         + WS-VALOR-DSR - WS-DESCONTO-DSR.

008240     MOVE WS-SALARIO-BRUTO TO WS-BRUTO-CALC.
008250     CALL "PROG46" USING CODIGO WS-BRUTO-CALC
008270     MOVE WS-INSS-CALC TO WS-DESCONTO-INSS.
008280     MOVE WS-IRRF-CALC TO WS-DESCONTO-IR.
008290     MOVE WS-BENEF-CALC TO WS-DESCONTO-BENEFICIO.
008291     PERFORM 2155-DESCONTAR-PLANO-SAUDE
008292         THRU 2155-DESCONTAR-PLANO-SAUDE-EXIT.

008300     PERFORM 2150-DESCONTAR-EMPRESTIMO
008310         THRU 2150-DESCONTAR-EMPRESTIMO-EXIT.
008320     PERFORM 2160-DESCONTAR-PENSAO
008330         THRU 2160-DESCONTAR-PENSAO-EXIT.
008331     PERFORM 2162-DESCONTAR-SINDICAL
008332         THRU 2162-DESCONTAR-SINDICAL-EXIT.
008333     PERFORM 2165-DESCONTAR-ESTORNO-COM
008334         THRU 2165-DESCONTAR-ESTORNO-COM-EXIT.
008336     PERFORM 2168-DESCONTAR-ADIANTAMENTO
008338         THRU 2168-DESCONTAR-ADIANTAMENTO-EXIT.
008339     PERFORM 2166-DESCONTAR-CORRECAO
008340         THRU 2166-DESCONTAR-CORRECAO-EXIT.

008341     PERFORM 2170-CALCULAR-SALFAM
008350         THRU 2170-CALCULAR-SALFAM-EXIT.

008360     COMPUTE WS-TOTAL-DESCONTOS ROUNDED =
008370         WS-DESCONTO-INSS + WS-DESCONTO-IR
008380         + WS-DESCONTO-EMPRESTIMO + WS-DESCONTO-BENEFICIO
008390         + WS-DESCONTO-PENSAO + WS-DESCONTO-SINDICAL
008391         + WS-DESCONTO-ESTORNO-COM
008395         + WS-DESCONTO-ADIANTAMENTO + WS-DESCONTO-CORRECAO.

008400     COMPUTE WS-SALARIO-LIQUIDO ROUNDED =
008410         WS-SALARIO-BRUTO - WS-TOTAL-DESCONTOS
009090 2125-OBTER-ADIC-NOTURNO-EXIT.
009100     EXIT.

009101*----------------------------------------------------------------
009102* 2126-OBTER-DISSIDIO - THE DISSIDIO DIFFERENCES PROG175 LEFT
009103*                        PENDING FOR THIS FUNCIONARIO, WHATEVER
009104*                        THEIR COMPETENCE, PLUS THOSE THIS
009105*                        PERIOD ALREADY PAID (REPROCESS)
009106*----------------------------------------------------------------
009107 2126-OBTER-DISSIDIO.
009108     MOVE ZERO TO WS-VALOR-DISSIDIO.

009109     IF NOT WS-DISS-PRESENTE
009110         GO TO 2126-OBTER-DISSIDIO-EXIT
009111     END-IF.

009112     MOVE "N" TO WS-FIM-DISS-SW.
009113     MOVE CODIGO TO DS-CODIGO.
009114     MOVE ZERO TO DS-COMPETENCIA.
009115     MOVE SPACES TO DS-RUBRICA.
009116     START DIFFERENCE-FILE KEY IS NOT LESS THAN DS-CHAVE
009117         INVALID KEY
009118             SET WS-FIM-DISS TO TRUE
009119     END-START.

009120     PERFORM 2127-SOMAR-DIFERENCA
009121         THRU 2127-SOMAR-DIFERENCA-EXIT
009122         UNTIL WS-FIM-DISS.
009123 2126-OBTER-DISSIDIO-EXIT.
009124     EXIT.

009125 2127-SOMAR-DIFERENCA.
009126     READ DIFFERENCE-FILE NEXT
009127         AT END
009128             SET WS-FIM-DISS TO TRUE
009129             GO TO 2127-SOMAR-DIFERENCA-EXIT
009130     END-READ.

009131     IF DS-CODIGO NOT = CODIGO
009132         SET WS-FIM-DISS TO TRUE
009133         GO TO 2127-SOMAR-DIFERENCA-EXIT
009134     END-IF.

009135     IF DS-PERIODO-PAGO NOT = ZERO
009136         AND DS-PERIODO-PAGO NOT = WS-PERIODO-ATUAL
009137         GO TO 2127-SOMAR-DIFERENCA-EXIT
009138     END-IF.

009139     ADD DS-VALOR-DIFERENCA TO WS-VALOR-DISSIDIO.

009140     IF WS-SIMULACAO OR DS-PERIODO-PAGO = WS-PERIODO-ATUAL
009141         GO TO 2127-SOMAR-DIFERENCA-EXIT
009142     END-IF.

009143     MOVE WS-PERIODO-ATUAL TO DS-PERIODO-PAGO.
009144     REWRITE DISSIDIO-REC.
009145     IF NOT FS-DISSFILE-OK
009146         DISPLAY "PROG42: ERRO AO BAIXAR DIFERENCA DE "
009147             "DISSIDIO DE " CODIGO " - " FS-DISSFILE
009148     END-IF.
009149 2127-SOMAR-DIFERENCA-EXIT.
009150     EXIT.

009151*----------------------------------------------------------------
009152* 2128-OBTER-COMISSAO - THE PERIOD'S SALES COMMISSION, IF PROG136
009153*                        APUROU ONE FOR THIS FUNCIONARIO
009154*----------------------------------------------------------------
009155 2128-OBTER-COMISSAO.
009160     MOVE ZERO TO WS-VALOR-COMISSAO.
009165     MOVE ZERO TO WS-VALOR-ESTORNO-COM.

009170     IF NOT WS-COMM-PRESENTE
009180         GO TO 2128-OBTER-COMISSAO-EXIT
009250     END-READ.

009260     MOVE CO-VALOR TO WS-VALOR-COMISSAO.
009265     MOVE CO-VALOR-ESTORNO TO WS-VALOR-ESTORNO-COM.
009270 2128-OBTER-COMISSAO-EXIT.
009280     EXIT.

009370 2130-PRORATEAR-AFASTAMENTO.
009380     MOVE SALARIO TO WS-SALARIO-PRORATA.
009390     MOVE ZERO TO WS-DIAS-NAO-PAGOS.
009391     MOVE SPACES TO WS-SITUACAO-DIAS.

009400     IF NOT WS-ABS-PRESENTE
009410         GO TO 2130-PRORATEAR-AFASTAMENTO-EXIT
009640 2130-PRORATEAR-AFASTAMENTO-EXIT.
009650     EXIT.

009651*----------------------------------------------------------------
009652* 2135-OBTER-ADIC-RISCO - INSALUBRIDADE OR PERICULOSIDADE BY THE
009653*                          CARGO GRADE OR THE LAUDO OVERRIDE
009654*                          (PROG182), LOSING 1/30 PER UNPAID
009655*                          AFASTAMENTO DAY LIKE THE SALARIO
009656*----------------------------------------------------------------
009657 2135-OBTER-ADIC-RISCO.
009658     MOVE ZERO TO WS-VALOR-ADIC-RISCO.

009659     CALL "PROG182" USING CODIGO DEPARTAMENTO CARGO SALARIO
009660         WS-GRAU-RISCO WS-ADIC-RISCO-CALC.
009661     IF WS-ADIC-RISCO-CALC = ZERO
009662         GO TO 2135-OBTER-ADIC-RISCO-EXIT
009663     END-IF.

009664     COMPUTE WS-VALOR-ADIC-RISCO ROUNDED =
009665         WS-ADIC-RISCO-CALC * (30 - WS-DIAS-NAO-PAGOS) / 30.
009666 2135-OBTER-ADIC-RISCO-EXIT.
009667     EXIT.

009668*----------------------------------------------------------------
009670* 2140-SOMAR-DIAS-AFASTADO - ONE ABSENCE ROW PER PASS; ONLY THE
009680*                             UNPAID STRETCH INSIDE THE PERIOD
009690*                             COUNTS, AND ITS DAYS ARE MARKED FOR
009691*                             THE DSR (FALTA OR OTHER AFASTAMENTO)
009700*----------------------------------------------------------------
009710 2140-SOMAR-DIAS-AFASTADO.
009720     READ ABSENCE-FILE NEXT
010000     COMPUTE WS-DIAS-TRECHO =
010010         WS-DIA-TRECHO-FIM - WS-DIA-TRECHO-INI + 1.
010020     ADD WS-DIAS-TRECHO TO WS-DIAS-NAO-PAGOS.
010021     PERFORM 2145-MARCAR-DIA THRU 2145-MARCAR-DIA-EXIT
010022         VARYING WS-IDX-DIA FROM WS-DIA-TRECHO-INI BY 1
010023         UNTIL WS-IDX-DIA > WS-DIA-TRECHO-FIM.
010030 2140-SOMAR-DIAS-AFASTADO-EXIT.
010040     EXIT.

010041 2145-MARCAR-DIA.
010042     IF AB-FALTA-INJUSTIFICADA
010043         SET WS-DIA-FALTA(WS-IDX-DIA) TO TRUE
010044     ELSE
010045         IF WS-DIA-NORMAL(WS-IDX-DIA)
010046             SET WS-DIA-AFASTADO(WS-IDX-DIA) TO TRUE
010047         END-IF
010048     END-IF.
010049 2145-MARCAR-DIA-EXIT.
010050     EXIT.

010051*----------------------------------------------------------------
010052* 2155-DESCONTAR-PLANO-SAUDE - THE EMPLOYEE SHARE OF THE MONTHLY
010053*                              FEE OF EVERY LIFE (TITULAR AND
010054*                              DEPENDENTS) COVERED IN THE PERIOD,
010055*                              AT THE PLANOSAU PRICE AND SHARE,
010056*                              PLUS THE CO-PARTICIPATION PROG188
010057*                              TOOK UP FROM THE CARRIER INVOICE;
010058*                              ALL OF IT RIDES ON THE BENEFIT
010059*                              DEDUCTION. A CO-PARTICIPATION ROW
010060*                              THE NET CANNOT COVER WAITS FOR THE
010061*                              NEXT RUN; ONE ALREADY DEDUCTED IN
010062*                              THIS PERIOD (REPROCESS) STAYS IN
010063*----------------------------------------------------------------
010064 2155-DESCONTAR-PLANO-SAUDE.
010065     MOVE ZERO TO WS-DESCONTO-SAUDE.
010066     MOVE ZERO TO WS-CUSTO-SAUDE.

010067     IF NOT WS-SAUDE-PRESENTE
010068         GO TO 2155-DESCONTAR-PLANO-SAUDE-EXIT
010069     END-IF.

010070     MOVE "N" TO WS-FIM-SAUDE-SW.
010071     MOVE CODIGO TO SA-CODIGO.
010072     MOVE ZERO   TO SA-SEQ.
010073     START HEALTH-ENROLL-FILE KEY IS NOT LESS THAN SA-CHAVE
010074         INVALID KEY
010075             SET WS-FIM-SAUDE TO TRUE
010076     END-START.
010077     PERFORM 2156-SOMAR-VIDA-SAUDE
010078         THRU 2156-SOMAR-VIDA-SAUDE-EXIT
010079         UNTIL WS-FIM-SAUDE.

010080     IF NOT WS-COPAR-PRESENTE
010081         GO TO 2155-DESCONTAR-PLANO-SAUDE-SOMAR
010082     END-IF.

010083     COMPUTE WS-BASE-SAUDE ROUNDED =
010084         WS-SALARIO-BRUTO - WS-DESCONTO-INSS
010085         - WS-DESCONTO-IR - WS-DESCONTO-BENEFICIO
010086         - WS-DESCONTO-SAUDE.

010087     MOVE "N" TO WS-FIM-COPAR-SW.
010088     MOVE CODIGO TO CF-CODIGO.
010089     MOVE ZERO   TO CF-COMPETENCIA.
010090     MOVE ZERO   TO CF-SEQ.
010091     START COPAY-FILE KEY IS NOT LESS THAN CF-CHAVE
010092         INVALID KEY
010093             SET WS-FIM-COPAR TO TRUE
010094     END-START.
010095     PERFORM 2157-DESCONTAR-COPART
010096         THRU 2157-DESCONTAR-COPART-EXIT
010097         UNTIL WS-FIM-COPAR.

010098 2155-DESCONTAR-PLANO-SAUDE-SOMAR.
010099     ADD WS-DESCONTO-SAUDE TO WS-DESCONTO-BENEFICIO.
010100 2155-DESCONTAR-PLANO-SAUDE-EXIT.
010101     EXIT.

010102 2156-SOMAR-VIDA-SAUDE.
010103     READ HEALTH-ENROLL-FILE NEXT
010104         AT END
010105             SET WS-FIM-SAUDE TO TRUE
010106             GO TO 2156-SOMAR-VIDA-SAUDE-EXIT
010107     END-READ.
010108     IF SA-CODIGO NOT = CODIGO
010109         SET WS-FIM-SAUDE TO TRUE
010110         GO TO 2156-SOMAR-VIDA-SAUDE-EXIT
010111     END-IF.
010112     IF SA-DATA-INICIO(1:6) > WS-PERIODO-ATUAL
010113         GO TO 2156-SOMAR-VIDA-SAUDE-EXIT
010114     END-IF.
010115     IF SA-DATA-FIM NOT = ZERO
010116         AND SA-DATA-FIM(1:6) < WS-PERIODO-ATUAL
010117         GO TO 2156-SOMAR-VIDA-SAUDE-EXIT
010118     END-IF.

010119     MOVE SA-PLANO TO PS-PLANO.
010120     READ HEALTH-PLAN-FILE
010121         INVALID KEY
010122             DISPLAY "PROG42: PLANO DE SAUDE " SA-PLANO
010123                 " DO FUNCIONARIO " CODIGO " FORA DO CATALOGO"
010124             GO TO 2156-SOMAR-VIDA-SAUDE-EXIT
010125     END-READ.
010126     IF SA-TITULAR
010127         MOVE PS-PRECO-TITULAR TO WS-PRECO-SAUDE
010128         COMPUTE WS-DESCONTO-SAUDE ROUNDED = WS-DESCONTO-SAUDE
010129             + PS-PRECO-TITULAR * PS-PCT-TITULAR / 100
010130     ELSE
010131         MOVE PS-PRECO-DEPENDENTE TO WS-PRECO-SAUDE
010132         COMPUTE WS-DESCONTO-SAUDE ROUNDED = WS-DESCONTO-SAUDE
010133             + PS-PRECO-DEPENDENTE * PS-PCT-DEPENDENTE / 100
010134     END-IF.
010135     ADD WS-PRECO-SAUDE TO WS-CUSTO-SAUDE.
010136 2156-SOMAR-VIDA-SAUDE-EXIT.
010137     EXIT.

010138 2157-DESCONTAR-COPART.
010139     READ COPAY-FILE NEXT
010140         AT END
010141             SET WS-FIM-COPAR TO TRUE
010142             GO TO 2157-DESCONTAR-COPART-EXIT
010143     END-READ.
010144     IF CF-CODIGO NOT = CODIGO
010145         SET WS-FIM-COPAR TO TRUE
010146         GO TO 2157-DESCONTAR-COPART-EXIT
010147     END-IF.
010148     IF NOT CF-A-DESCONTAR
010149         AND NOT (CF-DESCONTADO
010150             AND CF-PERIODO-DESCONTO = WS-PERIODO-ATUAL)
010151         GO TO 2157-DESCONTAR-COPART-EXIT
010152     END-IF.

010153     IF CF-VALOR-FUNCIONARIO > WS-BASE-SAUDE
010154         MOVE CF-VALOR-FUNCIONARIO TO WS-SAUDE-ED
010155         DISPLAY "PROG42: COPARTICIPACAO " CF-COMPETENCIA
010156             " DO FUNCIONARIO " CODIGO " EXCEDE O LIQUIDO - "
010157             WS-SAUDE-ED " NAO DESCONTADA"
010158         GO TO 2157-DESCONTAR-COPART-EXIT
010159     END-IF.

010160     ADD CF-VALOR-FUNCIONARIO TO WS-DESCONTO-SAUDE.
010161     SUBTRACT CF-VALOR-FUNCIONARIO FROM WS-BASE-SAUDE.
010162     ADD CF-VALOR-FATURADO TO WS-CUSTO-SAUDE.

010163     IF WS-SIMULACAO OR CF-DESCONTADO
010164         GO TO 2157-DESCONTAR-COPART-EXIT
010165     END-IF.

010166     SET CF-DESCONTADO TO TRUE.
010167     MOVE WS-PERIODO-ATUAL TO CF-PERIODO-DESCONTO.
010168     REWRITE COPARTICIPACAO-REC.
010169     IF NOT FS-COPARFIL-OK
010170         DISPLAY "PROG42: ERRO AO BAIXAR COPARTICIPACAO DE "
010171             CODIGO " - " FS-COPARFIL
010172     END-IF.
010173 2157-DESCONTAR-COPART-EXIT.
010174     EXIT.

010175*----------------------------------------------------------------
010176* 2150-DESCONTAR-EMPRESTIMO - IF THE FUNCIONARIO CARRIES AN
010177*                              ACTIVE LOAN, TAKE THE DUE
010178*                              INSTALLMENT (NEVER MORE THAN THE
010179*                              REMAINING BALANCE) AND PAY DOWN
010180*                              THE LOAN MASTER
010181*----------------------------------------------------------------
010182 2150-DESCONTAR-EMPRESTIMO.
010183     MOVE ZERO TO WS-DESCONTO-EMPRESTIMO.

010184     IF WS-EM-REPROCESSO
010185         MOVE WS-PARCELA-ANTERIOR TO WS-DESCONTO-EMPRESTIMO
010186         GO TO 2150-DESCONTAR-EMPRESTIMO-EXIT
010187     END-IF.

010188     IF NOT WS-LOANS-PRESENTES
010190         GO TO 2150-DESCONTAR-EMPRESTIMO-EXIT
010200     END-IF.

010830 2160-DESCONTAR-PENSAO-EXIT.
010840     EXIT.

010841*----------------------------------------------------------------
010842* 2162-DESCONTAR-SINDICAL - UNION DUES, ONLY WITH THE
010843*                           FUNCIONARIO'S AUTHORIZATION ON THE
010844*                           MASTER AND AN ACTIVE UNION ON
010845*                           SINDFILE: A PERCENTAGE OF THE GROSS,
010846*                           A FIXED MONTHLY VALUE, OR ONE DAY OF
010847*                           SALARIO (1/30) IN THE UNION'S MONTH,
010848*                           NEVER MORE THAN THE NET LEFT AFTER
010849*                           THE PENSAO
010850*----------------------------------------------------------------
010851 2162-DESCONTAR-SINDICAL.
010852     MOVE ZERO TO WS-DESCONTO-SINDICAL.

010853     IF NOT WS-SIND-PRESENTE
010854         OR SINDICATO = SPACES
010855         OR NOT EMP-CONTRIB-AUTORIZADA
010856         GO TO 2162-DESCONTAR-SINDICAL-EXIT
010857     END-IF.

010858     MOVE SINDICATO TO SD-CODIGO.
010859     READ UNION-FILE
010860         INVALID KEY
010861             GO TO 2162-DESCONTAR-SINDICAL-EXIT
010862     END-READ.

010863     IF NOT SD-ATIVO
010864         GO TO 2162-DESCONTAR-SINDICAL-EXIT
010865     END-IF.

010866     EVALUATE TRUE
010867         WHEN SD-CONTRIB-PERCENTUAL
010868             COMPUTE WS-DESCONTO-SINDICAL ROUNDED =
010869                 WS-SALARIO-BRUTO * SD-PERC-CONTRIB / 100
010870         WHEN SD-CONTRIB-FIXA
010871             MOVE SD-VALOR-CONTRIB TO WS-DESCONTO-SINDICAL
010872         WHEN SD-CONTRIB-UM-DIA
010873             IF WS-PERIODO-ATUAL(5:2) = SD-MES-CONTRIB
010874                 COMPUTE WS-DESCONTO-SINDICAL ROUNDED =
010875                     SALARIO / 30
010876             END-IF
010877         WHEN OTHER
010878             GO TO 2162-DESCONTAR-SINDICAL-EXIT
010879     END-EVALUATE.

010880     COMPUTE WS-BASE-SINDICAL ROUNDED =
010881         WS-SALARIO-BRUTO - WS-DESCONTO-INSS
010882         - WS-DESCONTO-IR - WS-DESCONTO-EMPRESTIMO
010883         - WS-DESCONTO-BENEFICIO - WS-DESCONTO-PENSAO.

010884     IF WS-DESCONTO-SINDICAL > WS-BASE-SINDICAL
010885         MOVE WS-BASE-SINDICAL TO WS-DESCONTO-SINDICAL
010886     END-IF.
010887 2162-DESCONTAR-SINDICAL-EXIT.
010888     EXIT.

010889*----------------------------------------------------------------
010890* 2165-DESCONTAR-ESTORNO-COM - COMMISSION CLAWED BACK BY PROG136
010891*                              COMES OFF THE NET REMAINING AFTER
010892*                              EVERY OTHER DEDUCTION; WHATEVER
010893*                              THAT NET CANNOT COVER IS REPORTED
010894*                              FOR MANUAL RECOVERY
010895*----------------------------------------------------------------
010896 2165-DESCONTAR-ESTORNO-COM.
010897     MOVE ZERO TO WS-DESCONTO-ESTORNO-COM.

010898     IF WS-VALOR-ESTORNO-COM = ZERO
010899         GO TO 2165-DESCONTAR-ESTORNO-COM-EXIT
010900     END-IF.

010901     COMPUTE WS-BASE-ESTORNO-COM ROUNDED =
010902         WS-SALARIO-BRUTO - WS-DESCONTO-INSS
010903         - WS-DESCONTO-IR - WS-DESCONTO-EMPRESTIMO
010904         - WS-DESCONTO-BENEFICIO - WS-DESCONTO-PENSAO
010905         - WS-DESCONTO-SINDICAL.

010906     MOVE WS-VALOR-ESTORNO-COM TO WS-DESCONTO-ESTORNO-COM.
010907     IF WS-DESCONTO-ESTORNO-COM > WS-BASE-ESTORNO-COM
010908         MOVE WS-BASE-ESTORNO-COM TO WS-DESCONTO-ESTORNO-COM
010909         COMPUTE WS-ESTORNO-PENDENTE =
010910             WS-VALOR-ESTORNO-COM - WS-DESCONTO-ESTORNO-COM
010911         MOVE WS-ESTORNO-PENDENTE TO WS-ESTORNO-ED
010912         DISPLAY "PROG42: ESTORNO DE COMISSAO DO FUNCIONARIO "
010913             CODIGO " EXCEDE O LIQUIDO - " WS-ESTORNO-ED
010914             " NAO DESCONTADO"
010915     END-IF.
010916 2165-DESCONTAR-ESTORNO-COM-EXIT.
010917     EXIT.

010918*----------------------------------------------------------------
010919* 2168-DESCONTAR-ADIANTAMENTO - THE MID-MONTH ADVANCE PROG174
010920*                               PAID FOR THIS PERIOD COMES OFF
010921*                               THE NET LEFT, SO NOBODY IS PAID
010922*                               TWICE; WHAT THAT NET CANNOT
010923*                               COVER IS REPORTED FOR MANUAL
010924*                               RECOVERY. A ROW ALREADY MARKED
010925*                               DEDUCTED (REPROCESS) IS STILL
010926*                               DEDUCTED, NOT MARKED AGAIN
010927*----------------------------------------------------------------
010928 2168-DESCONTAR-ADIANTAMENTO.
010929     MOVE ZERO TO WS-DESCONTO-ADIANTAMENTO.

010930     IF NOT WS-ADT-PRESENTE
010931         GO TO 2168-DESCONTAR-ADIANTAMENTO-EXIT
010932     END-IF.

010933     MOVE CODIGO           TO AD-CODIGO.
010934     MOVE WS-PERIODO-ATUAL TO AD-PERIODO.
010935     READ ADVANCE-FILE
010936         INVALID KEY
010937             GO TO 2168-DESCONTAR-ADIANTAMENTO-EXIT
010938     END-READ.

010939     COMPUTE WS-BASE-ADIANTAMENTO ROUNDED =
010940         WS-SALARIO-BRUTO - WS-DESCONTO-INSS
010941         - WS-DESCONTO-IR - WS-DESCONTO-EMPRESTIMO
010942         - WS-DESCONTO-BENEFICIO - WS-DESCONTO-PENSAO
010943         - WS-DESCONTO-SINDICAL - WS-DESCONTO-ESTORNO-COM.

010944     MOVE AD-VALOR TO WS-DESCONTO-ADIANTAMENTO.
010945     IF WS-DESCONTO-ADIANTAMENTO > WS-BASE-ADIANTAMENTO
010946         MOVE WS-BASE-ADIANTAMENTO TO WS-DESCONTO-ADIANTAMENTO
010947         COMPUTE WS-ADIANT-PENDENTE =
010948             AD-VALOR - WS-DESCONTO-ADIANTAMENTO
010949         MOVE WS-ADIANT-PENDENTE TO WS-ADIANT-ED
010950         DISPLAY "PROG42: ADIANTAMENTO DO FUNCIONARIO "
010951             CODIGO " EXCEDE O LIQUIDO - " WS-ADIANT-ED
010952             " NAO DESCONTADO"
010953     END-IF.

010954     IF WS-SIMULACAO OR AD-DESCONTADO
010955         GO TO 2168-DESCONTAR-ADIANTAMENTO-EXIT
010956     END-IF.

010957     SET AD-DESCONTADO TO TRUE.
010958     MOVE WS-DATA-ATUAL TO AD-DATA-DESCONTO.
010959     REWRITE ADIANTAMENTO-REC.
010960     IF NOT FS-ADTFILE-OK
010961         DISPLAY "PROG42: ERRO AO BAIXAR ADIANTAMENTO DE "
010962             CODIGO " - " FS-ADTFILE
010963     END-IF.
010964 2168-DESCONTAR-ADIANTAMENTO-EXIT.
010965     EXIT.

010966*----------------------------------------------------------------
010967* 2166-DESCONTAR-CORRECAO - EVERY NEGATIVE OFF-CYCLE CORRECTION
010968*                           PROG176 LEFT TO RECOVER COMES OFF
010969*                           THE NET LEFT, ONE CORRFILE ROW AT A
010970*                           TIME; A ROW THE NET CANNOT COVER IS
010971*                           REPORTED AND WAITS FOR THE NEXT RUN.
010972*                           A ROW ALREADY RECOVERED IN THIS
010973*                           PERIOD (REPROCESS) IS STILL DEDUCTED
010974*----------------------------------------------------------------
010975 2166-DESCONTAR-CORRECAO.
010976     MOVE ZERO TO WS-DESCONTO-CORRECAO.

010977     IF NOT WS-CORR-PRESENTE
010978         GO TO 2166-DESCONTAR-CORRECAO-EXIT
010979     END-IF.

010980     COMPUTE WS-BASE-CORRECAO ROUNDED =
010981         WS-SALARIO-BRUTO - WS-DESCONTO-INSS
010982         - WS-DESCONTO-IR - WS-DESCONTO-EMPRESTIMO
010983         - WS-DESCONTO-BENEFICIO - WS-DESCONTO-PENSAO
010984         - WS-DESCONTO-SINDICAL
010985         - WS-DESCONTO-ESTORNO-COM - WS-DESCONTO-ADIANTAMENTO.

010986     MOVE "N" TO WS-FIM-CORR-SW.
010987     MOVE CODIGO TO CR-CODIGO.
010988     MOVE ZERO   TO CR-COMPETENCIA.
010989     MOVE ZERO   TO CR-SEQ.
010990     START CORRECTION-FILE KEY IS NOT LESS THAN CR-CHAVE
010991         INVALID KEY
010992             SET WS-FIM-CORR TO TRUE
010993     END-START.
010994     PERFORM 2167-EXAMINAR-CORRECAO
010995         THRU 2167-EXAMINAR-CORRECAO-EXIT
010996         UNTIL WS-FIM-CORR.
010997 2166-DESCONTAR-CORRECAO-EXIT.
010998     EXIT.

010999 2167-EXAMINAR-CORRECAO.
011000     READ CORRECTION-FILE NEXT
011001         AT END
011002             SET WS-FIM-CORR TO TRUE
011003             GO TO 2167-EXAMINAR-CORRECAO-EXIT
011004     END-READ.
011005     IF CR-CODIGO NOT = CODIGO
011006         SET WS-FIM-CORR TO TRUE
011007         GO TO 2167-EXAMINAR-CORRECAO-EXIT
011008     END-IF.
011009     IF NOT CR-A-RECUPERAR
011010         AND NOT (CR-RECUPERADO
011011             AND CR-PERIODO-DESCONTO = WS-PERIODO-ATUAL)
011012         GO TO 2167-EXAMINAR-CORRECAO-EXIT
011013     END-IF.

011014     COMPUTE WS-VALOR-CORRECAO = ZERO - CR-DIFERENCA-LIQUIDA.
011015     IF WS-VALOR-CORRECAO > WS-BASE-CORRECAO
011016         MOVE WS-VALOR-CORRECAO TO WS-CORRECAO-ED
011017         DISPLAY "PROG42: CORRECAO " CR-COMPETENCIA
011018             " DO FUNCIONARIO " CODIGO " EXCEDE O LIQUIDO - "
011019             WS-CORRECAO-ED " NAO DESCONTADA"
011020         GO TO 2167-EXAMINAR-CORRECAO-EXIT
011021     END-IF.

011022     ADD WS-VALOR-CORRECAO TO WS-DESCONTO-CORRECAO.
011023     SUBTRACT WS-VALOR-CORRECAO FROM WS-BASE-CORRECAO.

011024     IF WS-SIMULACAO OR CR-RECUPERADO
011025         GO TO 2167-EXAMINAR-CORRECAO-EXIT
011026     END-IF.

011027     SET CR-RECUPERADO TO TRUE.
011028     MOVE WS-PERIODO-ATUAL TO CR-PERIODO-DESCONTO.
011029     REWRITE CORRECAO-REC.
011030     IF NOT FS-CORRFILE-OK
011031         DISPLAY "PROG42: ERRO AO BAIXAR CORRECAO DE "
011032             CODIGO " - " FS-CORRFILE
011033     END-IF.
011034 2167-EXAMINAR-CORRECAO-EXIT.
011035     EXIT.

011036*----------------------------------------------------------------
011037* 2170-CALCULAR-SALFAM - ONE QUOTA PER DEPENDENT UNDER 14 WHEN
011038*                         THE GROSS SITS UNDER THE CEILING; THE
011039*                         VALUE IS AN EARNINGS LINE, NOT PART OF
011040*                         THE TAX BASE
011041*----------------------------------------------------------------
011042 2170-CALCULAR-SALFAM.
011043     MOVE ZERO TO WS-SALARIO-FAMILIA.

011044     IF EMP-ESTAGIARIO
011045         GO TO 2170-CALCULAR-SALFAM-EXIT
011046     END-IF.

011047     IF NOT WS-DEP-PRESENTE
011048         GO TO 2170-CALCULAR-SALFAM-EXIT
011049     END-IF.
011050     IF WS-SALARIO-BRUTO > WS-TETO-SALFAM
011051         GO TO 2170-CALCULAR-SALFAM-EXIT
011052     END-IF.

011053     COMPUTE WS-LIMITE-NASC = WS-DATA-ATUAL - 140000.
011054     MOVE ZERO TO WS-QTD-DEP-SALFAM.
011055     MOVE "N" TO WS-FIM-DEP-SW.
011056     MOVE CODIGO TO DP-CODIGO.
011057     MOVE ZERO TO DP-SEQ.
011058     START DEPENDENT-FILE KEY IS NOT LESS THAN DP-CHAVE
011059         INVALID KEY
011060             SET WS-FIM-DEP TO TRUE
011070     END-START.

011320         ADD 1 TO WS-QTD-DEP-SALFAM
011330     END-IF.
011340 2180-CONTAR-DEP-SALFAM-EXIT.
011341     EXIT.

011342*----------------------------------------------------------------
011343* 2190-CALCULAR-DSR - THE WEEKLY PAID REST. THE REST WEEKDAY IS
011344*                      SUNDAY, OR THE FIRST DAY OFF OF AN ESCALA
011345*                      THAT WORKS SUNDAYS (ON A ROTATING SHIFT
011346*                      PATTERN, EVERY REST DAY OF THE CYCLE, AS
011347*                      PROG193 RESOLVES IT); REST DAYS ARE THAT
011348*                      WEEKDAY PLUS THE FERIADOS, BUSINESS DAYS
011349*                      ARE THE REST OF THE PERIOD. OVERTIME AND
011350*                      NIGHT PREMIUM REFLECT AS VARIABLE /
011351*                      BUSINESS DAYS * REST DAYS; A FALTA COSTS
011352*                      THAT WEEK'S REST DAY (1/30 OF SALARIO)
011353*                      UNLESS THE REST DAY WAS ALREADY UNPAID
011354*----------------------------------------------------------------
011355 2190-CALCULAR-DSR.
011356     MOVE ZERO TO WS-VALOR-DSR.
011357     MOVE ZERO TO WS-DESCONTO-DSR.
011358     MOVE ZERO TO WS-DIAS-UTEIS.
011359     MOVE ZERO TO WS-DIAS-DESCANSO.
011360     MOVE ZERO TO WS-DSR-PERDIDOS.
011361     MOVE "N" TO WS-FALTA-SEMANA-SW.
011362     MOVE 1 TO WS-DIA-DESCANSO.

011363     IF WS-ESC-PRESENTE
011364         MOVE CODIGO TO ES-CODIGO
011365         READ SCHEDULE-MASTER
011366             INVALID KEY
011367                 MOVE "N" TO ES-DIA-SEMANA(1)
011368         END-READ
011369         IF ES-DIA-SEMANA(1) = "S"
011370             PERFORM 2192-PROCURAR-FOLGA
011371                 THRU 2192-PROCURAR-FOLGA-EXIT
011372                 VARYING WS-IDX-SEMANA FROM 2 BY 1
011373                 UNTIL WS-IDX-SEMANA > 7
011374                 OR WS-DIA-DESCANSO NOT = 1
011375         END-IF
011376     END-IF.

011377     MOVE WS-PERIODO-INICIO TO WS-ESC-DATA-INICIO.
011378     COMPUTE WS-ESC-QTD-DIAS =
011379         WS-DIA-FIM-PER - WS-DIA-INI-PER + 1.
011380     CALL "PROG193" USING CODIGO WS-ESC-DATA-INICIO
011381         WS-ESC-QTD-DIAS WS-ESC-DIAS-TRABALHO WS-ESC-HORAS-DIA
011382         WS-ESC-HORA-INICIO WS-ESC-TURNO WS-ESC-TIPO.

011383     PERFORM 2194-CONTAR-DIA THRU 2194-CONTAR-DIA-EXIT
011384         VARYING WS-IDX-DIA FROM WS-DIA-INI-PER BY 1
011385         UNTIL WS-IDX-DIA > WS-DIA-FIM-PER.

011386     IF WS-DIAS-UTEIS > ZERO
011387         AND WS-VALOR-HORAS-EXTRAS + WS-VALOR-ADIC-NOTURNO > ZERO
011388         COMPUTE WS-VALOR-DSR ROUNDED =
011389             (WS-VALOR-HORAS-EXTRAS + WS-VALOR-ADIC-NOTURNO)
011390             / WS-DIAS-UTEIS * WS-DIAS-DESCANSO
011391     END-IF.

011392     IF WS-DSR-PERDIDOS = ZERO
011393         GO TO 2190-CALCULAR-DSR-EXIT
011394     END-IF.
011395     COMPUTE WS-DESCONTO-DSR ROUNDED =
011396         SALARIO / 30 * WS-DSR-PERDIDOS.
011397     IF WS-DESCONTO-DSR > WS-SALARIO-PRORATA
011398         MOVE WS-SALARIO-PRORATA TO WS-DESCONTO-DSR
011399     END-IF.
011400     DISPLAY "PROG42: FUNCIONARIO " CODIGO " PERDE "
011401         WS-DSR-PERDIDOS " DSR POR FALTA(S) NO PERIODO".
011402 2190-CALCULAR-DSR-EXIT.
011403     EXIT.

011404 2192-PROCURAR-FOLGA.
011405     IF ES-DIA-SEMANA(WS-IDX-SEMANA) = "N"
011406         MOVE WS-IDX-SEMANA TO WS-DIA-DESCANSO
011407     END-IF.
011408 2192-PROCURAR-FOLGA-EXIT.
011409     EXIT.

011410 2194-CONTAR-DIA.
011411     IF WS-DIA-FALTA(WS-IDX-DIA)
011412         SET WS-FALTA-SEMANA TO TRUE
011413     END-IF.

011414     IF WS-ESC-ROTATIVA
011415         COMPUTE WS-POS-ESCALA = WS-IDX-DIA - WS-DIA-INI-PER + 1
011416         IF WS-ESC-DIAS-TRABALHO(WS-POS-ESCALA:1) = "N"
011417             GO TO 2194-CONTAR-DESCANSO
011418         END-IF
011419     ELSE
011420         IF WS-CAL-SEMANA(WS-IDX-DIA) = WS-DIA-DESCANSO
011421             GO TO 2194-CONTAR-DESCANSO
011422         END-IF
011423     END-IF.

011424     IF WS-CAL-FERIADO(WS-IDX-DIA)
011425         ADD 1 TO WS-DIAS-DESCANSO
011426     ELSE
011427         ADD 1 TO WS-DIAS-UTEIS
011428     END-IF.
011429     GO TO 2194-CONTAR-DIA-EXIT.

011430 2194-CONTAR-DESCANSO.
011431     ADD 1 TO WS-DIAS-DESCANSO.
011432     IF WS-FALTA-SEMANA AND WS-DIA-NORMAL(WS-IDX-DIA)
011433         ADD 1 TO WS-DSR-PERDIDOS
011434     END-IF.
011435     MOVE "N" TO WS-FALTA-SEMANA-SW.
011436 2194-CONTAR-DIA-EXIT.
011437     EXIT.

011438*----------------------------------------------------------------
011439* 2200-IMPRIMIR-HOLERITE - SAME FORMATTED PAYSLIP PROG19 SHOWS
011440*                           THE OPERATOR, WRITTEN TO THE PRINT
011441*                           FILE INSTEAD
011442*----------------------------------------------------------------
011443 2200-IMPRIMIR-HOLERITE.
011444     MOVE WS-SALARIO-BRUTO   TO WS-BRUTO-ED.
011445     MOVE WS-VALOR-HORAS-EXTRAS TO WS-EXTRAS-ED.
011446     MOVE WS-DESCONTO-INSS   TO WS-INSS-ED.
011450     MOVE WS-DESCONTO-IR     TO WS-IR-ED.
011460     MOVE WS-DESCONTO-EMPRESTIMO TO WS-EMPREST-ED.
011470     COMPUTE WS-BENEF-ED =
011471         WS-DESCONTO-BENEFICIO - WS-DESCONTO-SAUDE.
011472     MOVE WS-DESCONTO-SAUDE  TO WS-SAUDE-ED.
011480     MOVE WS-TOTAL-DESCONTOS TO WS-DESC-ED.
011490     MOVE WS-SALARIO-LIQUIDO TO WS-LIQUIDO-ED.

011640     STRING "NOME ..... : " NOME DELIMITED BY SIZE
011650         INTO FOLHA-LINHA.
011660     WRITE FOLHA-LINHA.
011661     IF WS-EMPRESA-ATUAL NOT = WS-EMPRESA-HOLERITE
011662         MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-HOLERITE
011663         MOVE SPACES TO WS-NOME-EMPRESA-HOLERITE
011664         MOVE "L" TO WS-CIA-FUNCAO
011665         MOVE WS-EMPRESA-ATUAL TO WS-CIA-EMPRESA
011666         CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
011667             WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS
011668         IF WS-CIA-OK
011669             MOVE CI-RAZAO-SOCIAL TO WS-NOME-EMPRESA-HOLERITE
011670         END-IF
011671     END-IF.
011672     MOVE SPACES TO FOLHA-LINHA.
011673     STRING "EMPRESA .. : " WS-EMPRESA-ATUAL " "
011674         WS-NOME-EMPRESA-HOLERITE DELIMITED BY SIZE
011675         INTO FOLHA-LINHA.
011676     WRITE FOLHA-LINHA.
011677     MOVE SPACES TO FOLHA-LINHA.
011680     STRING "PERIODO .. : " WS-PERIODO-ATUAL DELIMITED BY SIZE
011690         INTO FOLHA-LINHA.
011700     WRITE FOLHA-LINHA.
011900             INTO FOLHA-LINHA
011910         WRITE FOLHA-LINHA
011920     END-IF.
011921     IF WS-VALOR-DSR > ZERO
011922         MOVE WS-VALOR-DSR TO WS-DSR-ED
011923         MOVE SPACES TO FOLHA-LINHA
011924         STRING "  (INCLUI DSR VARIAVEIS : " MOEDA-COD " "
011925             WS-DSR-ED ")" DELIMITED BY SIZE
011926             INTO FOLHA-LINHA
011927         WRITE FOLHA-LINHA
011928     END-IF.
011929     IF WS-DESCONTO-DSR > ZERO
011930         MOVE WS-DESCONTO-DSR TO WS-DSR-ED
011931         MOVE SPACES TO FOLHA-LINHA
011932         STRING "  (DEDUZ DSR FALTAS ..  : " MOEDA-COD " "
011933             WS-DSR-ED ")" DELIMITED BY SIZE
011934             INTO FOLHA-LINHA
011935         WRITE FOLHA-LINHA
011936     END-IF.
011937     IF WS-VALOR-ADIC-RISCO > ZERO
011938         MOVE WS-VALOR-ADIC-RISCO TO WS-RISCO-ED
011939         MOVE SPACES TO FOLHA-LINHA
011940         IF WS-GRAU-RISCO = "P"
011941             STRING "  (INCLUI PERICULOSID.  : " MOEDA-COD " "
011942                 WS-RISCO-ED ")" DELIMITED BY SIZE
011943                 INTO FOLHA-LINHA
011944         ELSE
011945             STRING "  (INCLUI INSALUBRID.   : " MOEDA-COD " "
011946                 WS-RISCO-ED ")" DELIMITED BY SIZE
011947                 INTO FOLHA-LINHA
011948         END-IF
011949         WRITE FOLHA-LINHA
011950     END-IF.
011951     IF WS-VALOR-COMISSAO > ZERO
011952         MOVE WS-VALOR-COMISSAO TO WS-COMISSAO-ED
011953         MOVE SPACES TO FOLHA-LINHA
011960         STRING "  (INCLUI COMISSAO ...  : " MOEDA-COD " "
011970             WS-COMISSAO-ED ")" DELIMITED BY SIZE
011980             INTO FOLHA-LINHA
011990         WRITE FOLHA-LINHA
012000     END-IF.
012001     IF WS-VALOR-DISSIDIO > ZERO
012002         MOVE WS-VALOR-DISSIDIO TO WS-DISSIDIO-ED
012003         MOVE SPACES TO FOLHA-LINHA
012004         STRING "  (INCLUI DIF DISSIDIO  : " MOEDA-COD " "
012005             WS-DISSIDIO-ED ")" DELIMITED BY SIZE
012006             INTO FOLHA-LINHA
012007         WRITE FOLHA-LINHA
012008     END-IF.
012010     IF WS-SALARIO-FAMILIA > ZERO
012020         MOVE WS-SALARIO-FAMILIA TO WS-SALFAM-ED
012030         MOVE SPACES TO FOLHA-LINHA
012190             WS-EMPREST-ED DELIMITED BY SIZE INTO FOLHA-LINHA
012200         WRITE FOLHA-LINHA
012210     END-IF.
012220     IF WS-DESCONTO-BENEFICIO > WS-DESCONTO-SAUDE
012230         MOVE SPACES TO FOLHA-LINHA
012240         STRING "DESCONTO BENEFICIOS ... : " MOEDA-COD " "
012250             WS-BENEF-ED DELIMITED BY SIZE INTO FOLHA-LINHA
012260         WRITE FOLHA-LINHA
012270     END-IF.
012271     IF WS-DESCONTO-SAUDE > ZERO
012272         MOVE SPACES TO FOLHA-LINHA
012273         STRING "PLANO DE SAUDE ........ : " MOEDA-COD " "
012274             WS-SAUDE-ED DELIMITED BY SIZE INTO FOLHA-LINHA
012275         WRITE FOLHA-LINHA
012276     END-IF.
012280     IF WS-DESCONTO-PENSAO > ZERO
012290         MOVE WS-DESCONTO-PENSAO TO WS-PENSAO-ED
012300         MOVE SPACES TO FOLHA-LINHA
012320             WS-PENSAO-ED DELIMITED BY SIZE INTO FOLHA-LINHA
012330         WRITE FOLHA-LINHA
012340     END-IF.
012341     IF WS-DESCONTO-SINDICAL > ZERO
012342         MOVE WS-DESCONTO-SINDICAL TO WS-SINDICAL-ED
012343         MOVE SPACES TO FOLHA-LINHA
012344         STRING "CONTRIBUICAO SINDICAL . : " MOEDA-COD " "
012345             WS-SINDICAL-ED DELIMITED BY SIZE INTO FOLHA-LINHA
012346         WRITE FOLHA-LINHA
012347     END-IF.
012348     IF WS-DESCONTO-ESTORNO-COM > ZERO
012349         MOVE WS-DESCONTO-ESTORNO-COM TO WS-ESTORNO-ED
012350         MOVE SPACES TO FOLHA-LINHA
012351         STRING "ESTORNO COMISSAO ...... : " MOEDA-COD " "
012352             WS-ESTORNO-ED DELIMITED BY SIZE INTO FOLHA-LINHA
012353         WRITE FOLHA-LINHA
012354     END-IF.
012355     IF WS-DESCONTO-ADIANTAMENTO > ZERO
012356         MOVE WS-DESCONTO-ADIANTAMENTO TO WS-ADIANT-ED
012357         MOVE SPACES TO FOLHA-LINHA
012358         STRING "ADIANTAMENTO QUINZENAL  : " MOEDA-COD " "
012359             WS-ADIANT-ED DELIMITED BY SIZE INTO FOLHA-LINHA
012360         WRITE FOLHA-LINHA
012361     END-IF.
012362     IF WS-DESCONTO-CORRECAO > ZERO
012363         MOVE WS-DESCONTO-CORRECAO TO WS-CORRECAO-ED
012364         MOVE SPACES TO FOLHA-LINHA
012365         STRING "CORRECAO A DESCONTAR .. : " MOEDA-COD " "
012366             WS-CORRECAO-ED DELIMITED BY SIZE INTO FOLHA-LINHA
012367         WRITE FOLHA-LINHA
012368     END-IF.
012369     MOVE SPACES TO FOLHA-LINHA.
012370     STRING "TOTAL DE DESCONTOS .... : " MOEDA-COD " "
012371         WS-DESC-ED DELIMITED BY SIZE INTO FOLHA-LINHA.
012380     WRITE FOLHA-LINHA.
012390     MOVE "-----------------------------------------------" TO
012400         FOLHA-LINHA.
012600     SET PR-DETALHE TO TRUE.
012610     MOVE WS-PERIODO-ATUAL   TO PR-PERIODO.
012620     MOVE CODIGO             TO PR-CODIGO.
012621     MOVE WS-EMPRESA-ATUAL   TO PR-EMPRESA.
012630     MOVE WS-SALARIO-BRUTO   TO PR-BRUTO.
012640     MOVE WS-VALOR-HORAS-EXTRAS TO PR-HORAS-EXTRAS.
012650     MOVE WS-DESCONTO-INSS   TO PR-DESC-INSS.
012700     MOVE WS-SALARIO-FAMILIA TO PR-SAL-FAMILIA.
012710     MOVE WS-VALOR-ADIC-NOTURNO TO PR-ADIC-NOTURNO.
012720     MOVE WS-VALOR-COMISSAO TO PR-COMISSAO.
012725     MOVE WS-DESCONTO-ESTORNO-COM TO PR-DESC-ESTORNO-COM.
012726     MOVE WS-DESCONTO-SINDICAL TO PR-DESC-SINDICAL.
012727     MOVE WS-VALOR-ADIC-RISCO TO PR-ADIC-RISCO.
012728     MOVE WS-VALOR-DSR TO PR-DSR-VARIAVEL.
012729     MOVE WS-DESCONTO-DSR TO PR-DSR-PERDIDO.
012730     MOVE WS-TOTAL-DESCONTOS TO PR-TOTAL-DESCONTOS.
012740     MOVE WS-SALARIO-LIQUIDO TO PR-LIQUIDO.
012750     MOVE MOEDA-COD          TO PR-MOEDA.
012780         WRITE PAYREG-SIM-REC
012790     ELSE
012800         WRITE PAYREG-REC
012803         ADD 1 TO WS-QTD-LINHAS-REGISTRO
012806         ADD PR-LIQUIDO TO WS-HASH-REGISTRO
012810     END-IF.

012820     ADD WS-SALARIO-BRUTO   TO WS-TOT-BRUTO.
012860     ADD WS-DESCONTO-EMPRESTIMO TO WS-TOT-EMPRESTIMO.
012870     ADD WS-DESCONTO-BENEFICIO TO WS-TOT-BENEFICIO.
012880     ADD WS-DESCONTO-PENSAO TO WS-TOT-PENSAO.
012885     ADD WS-DESCONTO-ESTORNO-COM TO WS-TOT-ESTORNO-COM.
012886     ADD WS-DESCONTO-SINDICAL TO WS-TOT-SINDICAL.
012887     ADD WS-DESCONTO-ADIANTAMENTO TO WS-TOT-ADIANTAMENTO.
012888     ADD WS-DESCONTO-CORRECAO TO WS-TOT-CORRECAO.
012890     ADD WS-SALARIO-FAMILIA TO WS-TOT-SALFAM.
012900     ADD WS-VALOR-ADIC-NOTURNO TO WS-TOT-ADIC-NOTURNO.
012901     ADD WS-VALOR-ADIC-RISCO TO WS-TOT-ADIC-RISCO.
012902     ADD WS-VALOR-DSR TO WS-TOT-DSR.
012903     ADD WS-DESCONTO-DSR TO WS-TOT-DSR-PERDIDO.
012910     ADD WS-VALOR-COMISSAO TO WS-TOT-COMISSAO.
012911     ADD WS-VALOR-DISSIDIO TO WS-TOT-DISSIDIO.
012920     ADD WS-TOTAL-DESCONTOS TO WS-TOT-DESCONTOS.
012930     ADD WS-SALARIO-LIQUIDO TO WS-TOT-LIQUIDO.

013020     CALL "PROG65" USING MOEDA-COD WS-VALOR-CONVERSAO
013030         WS-VALOR-BRL WS-CONVERSAO-STATUS.
013040     ADD WS-VALOR-BRL TO WS-TOT-LIQUIDO-BRL.

013041     PERFORM 2310-SOMAR-EMPRESA THRU 2310-SOMAR-EMPRESA-EXIT.
013050 2300-GRAVAR-REGISTRO-EXIT.
013060     EXIT.

013061*----------------------------------------------------------------
013062* 2310-SOMAR-EMPRESA - ROLL THE EMPLOYEE INTO THE CONTROL TOTALS
013063*                       OF THE COMPANY, OPENING A SLOT THE FIRST
013064*                       TIME THE COMPANY IS SEEN
013065*----------------------------------------------------------------
013066 2310-SOMAR-EMPRESA.
013067     MOVE "N" TO WS-EMPRESA-ACHADA-SW.
013068     PERFORM 2311-PROCURAR-EMPRESA
013069         THRU 2311-PROCURAR-EMPRESA-EXIT
013070         VARYING WS-IDX-EMPRESA FROM 1 BY 1
013071         UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
013072            OR WS-EMPRESA-ACHADA.
013073     IF NOT WS-EMPRESA-ACHADA
013074         IF WS-QTD-EMPRESAS NOT < 50
013075             DISPLAY "PROG42: TABELA DE EMPRESAS CHEIA - "
013076                 WS-EMPRESA-ATUAL " FORA DOS TOTAIS POR EMPRESA"
013077             GO TO 2310-SOMAR-EMPRESA-EXIT
013078         END-IF
013079         ADD 1 TO WS-QTD-EMPRESAS
013080         MOVE WS-QTD-EMPRESAS TO WS-IDX-EMPRESA
013081         MOVE WS-EMPRESA-ATUAL TO WS-TE-CODIGO(WS-IDX-EMPRESA)
013082         MOVE ZERO TO WS-TE-QTD(WS-IDX-EMPRESA)
013083                      WS-TE-BRUTO(WS-IDX-EMPRESA)
013084                      WS-TE-LIQUIDO(WS-IDX-EMPRESA)
013085     ELSE
013086         SUBTRACT 1 FROM WS-IDX-EMPRESA
013087     END-IF.
013088     ADD 1 TO WS-TE-QTD(WS-IDX-EMPRESA).
013089     ADD WS-SALARIO-BRUTO TO WS-TE-BRUTO(WS-IDX-EMPRESA).
013090     ADD WS-SALARIO-LIQUIDO TO WS-TE-LIQUIDO(WS-IDX-EMPRESA).
013091 2310-SOMAR-EMPRESA-EXIT.
013092     EXIT.

013093 2311-PROCURAR-EMPRESA.
013094     IF WS-TE-CODIGO(WS-IDX-EMPRESA) = WS-EMPRESA-ATUAL
013095         SET WS-EMPRESA-ACHADA TO TRUE
013096     END-IF.
013097 2311-PROCURAR-EMPRESA-EXIT.
013098     EXIT.

013099*----------------------------------------------------------------
013100* 2400-GRAVAR-HISTORICO - STORE THE PAYSLIP AS ISSUED SO PROG44
013101*                          CAN REPRINT IT FROM THE STORED FIGURES.
013102*                          A RE-RUN OF A STILL-OPEN PERIOD
013110*                          REPLACES ITS OWN EARLIER ROW.
013120*----------------------------------------------------------------
013130 2400-GRAVAR-HISTORICO.
013240     MOVE WS-SALARIO-FAMILIA TO PH-SAL-FAMILIA.
013250     MOVE WS-VALOR-ADIC-NOTURNO TO PH-ADIC-NOTURNO.
013260     MOVE WS-VALOR-COMISSAO TO PH-COMISSAO.
013265     MOVE WS-DESCONTO-ESTORNO-COM TO PH-DESC-ESTORNO-COM.
013266     MOVE WS-DESCONTO-SINDICAL TO PH-DESC-SINDICAL.
013267     MOVE WS-VALOR-ADIC-RISCO TO PH-ADIC-RISCO.
013268     MOVE WS-VALOR-DSR TO PH-DSR-VARIAVEL.
013269     MOVE WS-DESCONTO-DSR TO PH-DSR-PERDIDO.
013270     MOVE WS-TOTAL-DESCONTOS TO PH-TOTAL-DESCONTOS.
013280     MOVE WS-SALARIO-LIQUIDO TO PH-LIQUIDO.
013290     MOVE MOEDA-COD          TO PH-MOEDA.
013620             MOVE ZERO TO YT-DESC-PENSAO
013630             MOVE ZERO TO YT-TOTAL-DESCONTOS
013640             MOVE ZERO TO YT-LIQUIDO
013641             MOVE ZERO TO YT-PLR-BRUTO
013642             MOVE ZERO TO YT-PLR-IRRF
013643             MOVE ZERO TO YT-PLR-LIQUIDO
013650     END-READ.

013660     ADD WS-SALARIO-BRUTO   TO YT-BRUTO.
013690     ADD WS-DESCONTO-EMPRESTIMO TO YT-DESC-EMPRESTIMO.
013700     ADD WS-DESCONTO-BENEFICIO TO YT-DESC-BENEFICIO.
013710     ADD WS-DESCONTO-PENSAO TO YT-DESC-PENSAO.
013720     COMPUTE YT-TOTAL-DESCONTOS = YT-TOTAL-DESCONTOS
013722         + WS-TOTAL-DESCONTOS - WS-DESCONTO-ADIANTAMENTO
013723         - WS-DESCONTO-CORRECAO.
013730     COMPUTE YT-LIQUIDO = YT-LIQUIDO
013732         + WS-SALARIO-LIQUIDO + WS-DESCONTO-ADIANTAMENTO
013733         + WS-DESCONTO-CORRECAO.
013740     MOVE MOEDA-COD         TO YT-MOEDA.

013750     IF FS-YTDFILE-OK
013930*----------------------------------------------------------------
013940 2600-GRAVAR-LANCAMENTOS.
013950     PERFORM 2605-LER-RATEIO THRU 2605-LER-RATEIO-EXIT.
013951     PERFORM 2606-VERIFICAR-TRANSFERENCIA
013952         THRU 2606-VERIFICAR-TRANSFERENCIA-EXIT.
013960     IF WS-EM-REPROCESSO
013970         GO TO 2600-GRAVAR-LANCAMENTOS-EXIT
013980     END-IF.
013981     IF WS-EMPRESA-ATUAL NOT = WS-EMPRESA-GL
013982         PERFORM 2602-TROCAR-INTERFACE
013983             THRU 2602-TROCAR-INTERFACE-EXIT
013984     END-IF.

013990     MOVE "DESPESA-SAL " TO GL-CONTA.
014000     SET GL-DEBITO TO TRUE.
014370             THRU 2610-GRAVAR-UMA-LINHA-EXIT
014380     END-IF.

014381     IF WS-DESCONTO-SINDICAL > ZERO
014382         MOVE "CONTRIB-SIND" TO GL-CONTA
014383         SET GL-CREDITO TO TRUE
014384         MOVE WS-DESCONTO-SINDICAL TO GL-VALOR
014385         PERFORM 2610-GRAVAR-UMA-LINHA
014386             THRU 2610-GRAVAR-UMA-LINHA-EXIT
014387     END-IF.

014388     IF WS-DESCONTO-ESTORNO-COM > ZERO
014389         MOVE "COMISSAO-EST" TO GL-CONTA
014390         SET GL-CREDITO TO TRUE
014391         MOVE WS-DESCONTO-ESTORNO-COM TO GL-VALOR
014392         PERFORM 2610-GRAVAR-UMA-LINHA
014393             THRU 2610-GRAVAR-UMA-LINHA-EXIT
014394     END-IF.

014395     IF WS-DESCONTO-ADIANTAMENTO > ZERO
014396         MOVE "ADIANT-SALAR" TO GL-CONTA
014397         SET GL-CREDITO TO TRUE
014398         MOVE WS-DESCONTO-ADIANTAMENTO TO GL-VALOR
014399         PERFORM 2610-GRAVAR-UMA-LINHA
014400             THRU 2610-GRAVAR-UMA-LINHA-EXIT
014401     END-IF.

014402     IF WS-DESCONTO-CORRECAO > ZERO
014403         MOVE "RECUP-FOLHA " TO GL-CONTA
014404         SET GL-CREDITO TO TRUE
014405         MOVE WS-DESCONTO-CORRECAO TO GL-VALOR
014406         PERFORM 2610-GRAVAR-UMA-LINHA
014407             THRU 2610-GRAVAR-UMA-LINHA-EXIT
014408     END-IF.

014409     IF WS-SALARIO-FAMILIA > ZERO
014410         MOVE "SALFAM-INSS " TO GL-CONTA
014411         SET GL-DEBITO TO TRUE
014420         MOVE WS-SALARIO-FAMILIA TO GL-VALOR
014430         PERFORM 2610-GRAVAR-UMA-LINHA
014440             THRU 2610-GRAVAR-UMA-LINHA-EXIT
014480     MOVE WS-SALARIO-LIQUIDO TO GL-VALOR.
014490     PERFORM 2610-GRAVAR-UMA-LINHA
014500         THRU 2610-GRAVAR-UMA-LINHA-EXIT.

014501     MOVE "DESP-INSSPAT" TO WS-EVENTO-DEBITO.
014502     MOVE "INSS-PAT-PAG" TO WS-EVENTO-CREDITO.
014503     MOVE WS-ENC-INSS-PATRONAL TO WS-VALOR-PAR.
014504     PERFORM 2640-GRAVAR-PAR THRU 2640-GRAVAR-PAR-EXIT.

014505     MOVE "DESP-RAT    " TO WS-EVENTO-DEBITO.
014506     MOVE "RAT-A-PAGAR " TO WS-EVENTO-CREDITO.
014507     MOVE WS-ENC-RAT TO WS-VALOR-PAR.
014508     PERFORM 2640-GRAVAR-PAR THRU 2640-GRAVAR-PAR-EXIT.

014509     MOVE "DESP-TERCEIR" TO WS-EVENTO-DEBITO.
014510     MOVE "TERCEIR-PAG " TO WS-EVENTO-CREDITO.
014511     MOVE WS-ENC-TERCEIROS TO WS-VALOR-PAR.
014512     PERFORM 2640-GRAVAR-PAR THRU 2640-GRAVAR-PAR-EXIT.

014513     MOVE "DESP-FGTS   " TO WS-EVENTO-DEBITO.
014514     MOVE "FGTS-A-PAGAR" TO WS-EVENTO-CREDITO.
014515     MOVE WS-ENC-FGTS TO WS-VALOR-PAR.
014516     PERFORM 2640-GRAVAR-PAR THRU 2640-GRAVAR-PAR-EXIT.

014517     MOVE "DESP-BENEF  " TO WS-EVENTO-DEBITO.
014518     MOVE "BENEF-A-PAG " TO WS-EVENTO-CREDITO.
014519     MOVE WS-CUSTO-BENEFICIO TO WS-VALOR-PAR.
014520     PERFORM 2640-GRAVAR-PAR THRU 2640-GRAVAR-PAR-EXIT.
014521 2600-GRAVAR-LANCAMENTOS-EXIT.
014522     EXIT.

014523*----------------------------------------------------------------
014524* 2602-TROCAR-INTERFACE - THE FUNCIONARIO BELONGS TO ANOTHER
014525*                          COMPANY THAN THE OPEN GL INTERFACE:
014526*                          CLOSE IT AND EXTEND THE OTHER'S
014527*----------------------------------------------------------------
014528 2602-TROCAR-INTERFACE.
014529     CLOSE GL-INTERFACE.
014530     MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-GL.
014531     MOVE "N" TO WS-CIA-FUNCAO.
014532     MOVE WS-EMPRESA-GL TO WS-CIA-EMPRESA.
014533     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
014534     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
014535         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
014536     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
014537     OPEN EXTEND GL-INTERFACE.
014538     IF NOT FS-GLFILE-OK
014539         OPEN OUTPUT GL-INTERFACE
014540     END-IF.
014541     IF NOT FS-GLFILE-OK
014542         DISPLAY "PROG42: ERRO AO ABRIR GL-INTERFACE "
014543             WS-NOME-GL " " FS-GLFILE " - LANCAMENTOS DA EMPRESA "
014544             WS-EMPRESA-GL " NAO GRAVADOS"
014545         MOVE 8 TO RETURN-CODE
014546     END-IF.
014547 2602-TROCAR-INTERFACE-EXIT.
014548     EXIT.

014549 2605-LER-RATEIO.
014550     MOVE "N" TO WS-TEM-RATEIO-SW.
014551     IF NOT WS-ALLOC-PRESENTE
014560         GO TO 2605-LER-RATEIO-EXIT
014570     END-IF.
014580     MOVE CODIGO TO AL-CODIGO.
014640 2605-LER-RATEIO-EXIT.
014650     EXIT.

014651*----------------------------------------------------------------
014652* 2606-VERIFICAR-TRANSFERENCIA - A DEPARTMENT TRANSFER (PROG203)
014653*                     APPROVED OR ALREADY APPLIED WITH ITS
014654*                     EFFECTIVE DATE INSIDE THE PERIOD SPLITS THE
014655*                     MONTH'S COST BY DAYS: THE DAYS BEFORE THE
014656*                     DATE TO THE OLD DEPARTMENT (UNDER THE RATEIO
014657*                     IT HAD THEN), THE REST TO THE NEW ONE
014658*----------------------------------------------------------------
014659 2606-VERIFICAR-TRANSFERENCIA.
014660     MOVE "N" TO WS-TEM-TRANSF-SW.
014661     IF NOT WS-TRANSF-PRESENTE
014662         GO TO 2606-VERIFICAR-TRANSFERENCIA-EXIT
014663     END-IF.

014664     MOVE "N" TO WS-FIM-TRANSF-SW.
014665     MOVE CODIGO TO TF-CODIGO.
014666     MOVE WS-PERIODO-INICIO TO TF-DATA-EFETIVA.
014667     START TRANSFER-FILE KEY IS GREATER THAN TF-CHAVE
014668         INVALID KEY
014669             GO TO 2606-VERIFICAR-TRANSFERENCIA-EXIT
014670     END-START.
014671     PERFORM 2607-EXAMINAR-TRANSFERENCIA
014672         THRU 2607-EXAMINAR-TRANSFERENCIA-EXIT
014673         UNTIL WS-FIM-TRANSF OR WS-TEM-TRANSF.
014674     IF NOT WS-TEM-TRANSF
014675         GO TO 2606-VERIFICAR-TRANSFERENCIA-EXIT
014676     END-IF.

014677     MOVE TF-DEPTO-ORIGEM TO WS-TRF-DEPTO-ANTES.
014678     MOVE TF-DEPTO-DESTINO TO WS-TRF-DEPTO-DEPOIS.
014679     COMPUTE WS-TRF-DIAS-PERIODO =
014680         WS-DIA-FIM-PER - WS-DIA-INI-PER + 1.
014681     MOVE TF-DATA-EFETIVA(7:2) TO WS-TRF-DIA-EFETIVO.
014682     COMPUTE WS-TRF-DIAS-ANTES =
014683         WS-TRF-DIA-EFETIVO - WS-DIA-INI-PER.
014684     COMPUTE WS-TRF-PCT-ANTES ROUNDED =
014685         WS-TRF-DIAS-ANTES * 100 / WS-TRF-DIAS-PERIODO.

014686     MOVE "N" TO WS-TRF-RATEIO-ANTES-SW.
014687     MOVE "N" TO WS-TRF-RATEIO-DEPOIS-SW.
014688     IF TF-APLICADA
014689         IF TF-CENTRO-ORIGEM(1) NOT = SPACES
014690             MOVE "Y" TO WS-TRF-RATEIO-ANTES-SW
014691         END-IF
014692         IF WS-TEM-RATEIO
014693             MOVE "Y" TO WS-TRF-RATEIO-DEPOIS-SW
014694         END-IF
014695     ELSE
014696         IF WS-TEM-RATEIO
014697             MOVE "Y" TO WS-TRF-RATEIO-ANTES-SW
014698         END-IF
014699     END-IF.
014700     PERFORM 2608-GUARDAR-FAIXA THRU 2608-GUARDAR-FAIXA-EXIT
014701         VARYING WS-RATEIO-IDX FROM 1 BY 1
014702         UNTIL WS-RATEIO-IDX > 4.
014703 2606-VERIFICAR-TRANSFERENCIA-EXIT.
014704     EXIT.

014705 2607-EXAMINAR-TRANSFERENCIA.
014706     READ TRANSFER-FILE NEXT
014707         AT END
014708             SET WS-FIM-TRANSF TO TRUE
014709             GO TO 2607-EXAMINAR-TRANSFERENCIA-EXIT
014710     END-READ.
014711     IF TF-CODIGO NOT = CODIGO
014712         OR TF-DATA-EFETIVA > WS-PERIODO-FIM
014713         SET WS-FIM-TRANSF TO TRUE
014714         GO TO 2607-EXAMINAR-TRANSFERENCIA-EXIT
014715     END-IF.
014716     IF TF-APLICADA OR TF-APROVADA
014717         SET WS-TEM-TRANSF TO TRUE
014718     END-IF.
014719 2607-EXAMINAR-TRANSFERENCIA-EXIT.
014720     EXIT.

014721*----------------------------------------------------------------
014722* 2608-GUARDAR-FAIXA - AN APPLIED TRANSFER KEPT THE OLD RATEIO
014723*                      ON ITS ROW AND ALLOCFIL HOLDS THE NEW ONE;
014724*                      ONE STILL TO BE APPLIED LEAVES ALLOCFIL
014725*                      WITH THE OLD ONE AND THE NEW SIDE WHOLE
014726*----------------------------------------------------------------
014727 2608-GUARDAR-FAIXA.
014728     MOVE SPACES TO WS-TRF-CENTRO-ANTES(WS-RATEIO-IDX)
014729         WS-TRF-CENTRO-DEPOIS(WS-RATEIO-IDX).
014730     MOVE ZERO TO WS-TRF-PCT-CC-ANTES(WS-RATEIO-IDX)
014731         WS-TRF-PCT-CC-DEPOIS(WS-RATEIO-IDX).
014732     IF TF-APLICADA
014733         MOVE TF-CENTRO-ORIGEM(WS-RATEIO-IDX)
014734             TO WS-TRF-CENTRO-ANTES(WS-RATEIO-IDX)
014735         MOVE TF-PERCENTUAL-ORIGEM(WS-RATEIO-IDX)
014736             TO WS-TRF-PCT-CC-ANTES(WS-RATEIO-IDX)
014737         IF WS-TEM-RATEIO
014738             MOVE AL-CENTRO-CUSTO(WS-RATEIO-IDX)
014739                 TO WS-TRF-CENTRO-DEPOIS(WS-RATEIO-IDX)
014740             MOVE AL-PERCENTUAL(WS-RATEIO-IDX)
014741                 TO WS-TRF-PCT-CC-DEPOIS(WS-RATEIO-IDX)
014742         END-IF
014743         GO TO 2608-GUARDAR-FAIXA-EXIT
014744     END-IF.
014745     IF WS-TEM-RATEIO
014746         MOVE AL-CENTRO-CUSTO(WS-RATEIO-IDX)
014747             TO WS-TRF-CENTRO-ANTES(WS-RATEIO-IDX)
014748         MOVE AL-PERCENTUAL(WS-RATEIO-IDX)
014749             TO WS-TRF-PCT-CC-ANTES(WS-RATEIO-IDX)
014750     END-IF.
014751 2608-GUARDAR-FAIXA-EXIT.
014752     EXIT.

014753*----------------------------------------------------------------
014754* 2610-GRAVAR-UMA-LINHA - A DEBIT OF A FUNCIONARIO TRANSFERRED IN
014755*                          THE PERIOD IS POSTED IN TWO LEGS, THE
014756*                          OLD DEPARTMENT'S DAYS AND THE NEW
014757*                          DEPARTMENT'S (THE LATTER TAKES THE
014758*                          ROUNDING REMAINDER); ANYTHING ELSE IS
014759*                          ONE POSTING TO THE CURRENT DEPARTMENT
014760*----------------------------------------------------------------
014761 2610-GRAVAR-UMA-LINHA.
014762     IF GL-DEBITO AND WS-TEM-TRANSF
014763         MOVE GL-CONTA TO WS-TRF-EVENTO
014764         MOVE GL-VALOR TO WS-TRF-VALOR-TOTAL
014765         COMPUTE WS-TRF-VALOR-ANTES ROUNDED =
014766             WS-TRF-VALOR-TOTAL * WS-TRF-DIAS-ANTES
014767             / WS-TRF-DIAS-PERIODO

014768         MOVE WS-TRF-DEPTO-ANTES TO WS-LANC-DEPTO
014769         MOVE WS-TRF-RATEIO-ANTES-SW TO WS-LANC-RATEIO-SW
014770         PERFORM 2611-COPIAR-FAIXA-ANTES
014771             THRU 2611-COPIAR-FAIXA-ANTES-EXIT
014772             VARYING WS-RATEIO-IDX FROM 1 BY 1
014773             UNTIL WS-RATEIO-IDX > 4
014774         MOVE WS-TRF-VALOR-ANTES TO GL-VALOR
014775         IF GL-VALOR > ZERO
014776             PERFORM 2615-LANCAR THRU 2615-LANCAR-EXIT
014777         END-IF

014778         MOVE WS-TRF-EVENTO TO GL-CONTA
014779         SET GL-DEBITO TO TRUE
014780         MOVE WS-TRF-DEPTO-DEPOIS TO WS-LANC-DEPTO
014781         MOVE WS-TRF-RATEIO-DEPOIS-SW TO WS-LANC-RATEIO-SW
014782         PERFORM 2612-COPIAR-FAIXA-DEPOIS
014783             THRU 2612-COPIAR-FAIXA-DEPOIS-EXIT
014784             VARYING WS-RATEIO-IDX FROM 1 BY 1
014785             UNTIL WS-RATEIO-IDX > 4
014786         COMPUTE GL-VALOR =
014787             WS-TRF-VALOR-TOTAL - WS-TRF-VALOR-ANTES
014788         IF GL-VALOR > ZERO
014789             PERFORM 2615-LANCAR THRU 2615-LANCAR-EXIT
014790         END-IF
014791         GO TO 2610-GRAVAR-UMA-LINHA-EXIT
014792     END-IF.

014793     MOVE DEPARTAMENTO TO WS-LANC-DEPTO.
014794     MOVE WS-TEM-RATEIO-SW TO WS-LANC-RATEIO-SW.
014795     IF WS-TEM-RATEIO
014796         PERFORM 2613-COPIAR-FAIXA-ATUAL
014797             THRU 2613-COPIAR-FAIXA-ATUAL-EXIT
014798             VARYING WS-RATEIO-IDX FROM 1 BY 1
014799             UNTIL WS-RATEIO-IDX > 4
014800     END-IF.
014801     PERFORM 2615-LANCAR THRU 2615-LANCAR-EXIT.
014802 2610-GRAVAR-UMA-LINHA-EXIT.
014803     EXIT.

014804 2611-COPIAR-FAIXA-ANTES.
014805     MOVE WS-TRF-CENTRO-ANTES(WS-RATEIO-IDX)
014806         TO WS-LANC-CENTRO(WS-RATEIO-IDX).
014807     MOVE WS-TRF-PCT-CC-ANTES(WS-RATEIO-IDX)
014808         TO WS-LANC-PERCENTUAL(WS-RATEIO-IDX).
014809 2611-COPIAR-FAIXA-ANTES-EXIT.
014810     EXIT.

014811 2612-COPIAR-FAIXA-DEPOIS.
014812     MOVE WS-TRF-CENTRO-DEPOIS(WS-RATEIO-IDX)
014813         TO WS-LANC-CENTRO(WS-RATEIO-IDX).
014814     MOVE WS-TRF-PCT-CC-DEPOIS(WS-RATEIO-IDX)
014815         TO WS-LANC-PERCENTUAL(WS-RATEIO-IDX).
014816 2612-COPIAR-FAIXA-DEPOIS-EXIT.
014817     EXIT.

014818 2613-COPIAR-FAIXA-ATUAL.
014819     MOVE AL-CENTRO-CUSTO(WS-RATEIO-IDX)
014820         TO WS-LANC-CENTRO(WS-RATEIO-IDX).
014821     MOVE AL-PERCENTUAL(WS-RATEIO-IDX)
014822         TO WS-LANC-PERCENTUAL(WS-RATEIO-IDX).
014823 2613-COPIAR-FAIXA-ATUAL-EXIT.
014824     EXIT.

014825*----------------------------------------------------------------
014826* 2615-LANCAR - A DEBIT WITH A RATEIO SPLITS ACROSS THE
014827*                COST-CENTER PAIRS (THE LAST PAIR TAKES THE
014828*                ROUNDING REMAINDER); ANYTHING ELSE POSTS TO THE
014829*                DEPARTMENT AS ALWAYS
014830*----------------------------------------------------------------
014831 2615-LANCAR.
014832     MOVE GL-CONTA      TO WS-MAPA-EVENTO.
014833     MOVE WS-LANC-DEPTO TO WS-MAPA-DEPARTAMENTO.
014834     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
014835         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
014836         WS-MAPA-STATUS.
014837     IF WS-SEM-MAPA
014838         ADD 1 TO WS-QTD-SEM-MAPA
014839         DISPLAY "PROG42: EVENTO " WS-MAPA-EVENTO " SEM "
014840             "MAPEAMENTO DE CONTA - LINHA NAO LANCADA"
014841         GO TO 2615-LANCAR-EXIT
014842     END-IF.
014843     IF WS-MAPEADO
014850         IF GL-DEBITO
014860             MOVE WS-MAPA-DEBITO TO GL-CONTA
014870         ELSE
014890         END-IF
014900     END-IF.

014910     IF GL-DEBITO AND WS-LANC-TEM-RATEIO
014920         MOVE GL-VALOR TO WS-VALOR-LINHA
014930         MOVE ZERO TO WS-VALOR-ACUMULADO
014940         MOVE 1 TO WS-RATEIO-IDX
014950         PERFORM 2630-GRAVAR-TRECHO
014960             THRU 2630-GRAVAR-TRECHO-EXIT
014970             UNTIL WS-RATEIO-IDX > 4
014980         GO TO 2615-LANCAR-EXIT
014990     END-IF.

015000     IF WS-MAPEADO AND WS-MAPA-CENTRO NOT = SPACES
015010         MOVE WS-MAPA-CENTRO TO GL-CENTRO-CUSTO
015020     ELSE
015030         MOVE WS-LANC-DEPTO TO GL-CENTRO-CUSTO
015040     END-IF.
015050     PERFORM 2620-GRAVAR-LINHA-FISICA
015060         THRU 2620-GRAVAR-LINHA-FISICA-EXIT.
015070 2615-LANCAR-EXIT.
015080     EXIT.

015090 2620-GRAVAR-LINHA-FISICA.
015091     MOVE WS-EMPRESA-ATUAL TO GL-EMPRESA.
015100     MOVE "PROG42  "       TO GL-PROGRAMA.
015110     MOVE WS-PERIODO-ATUAL TO GL-PERIODO.
015120     MOVE WS-DATA-ATUAL    TO GL-DATA.
015180*                       USED PAIR ABSORBS THE ROUNDING DIFFERENCE
015190*----------------------------------------------------------------
015200 2630-GRAVAR-TRECHO.
015210     IF WS-LANC-CENTRO(WS-RATEIO-IDX) = SPACES
015220         MOVE 5 TO WS-RATEIO-IDX
015230         GO TO 2630-GRAVAR-TRECHO-EXIT
015240     END-IF.

015250     IF WS-RATEIO-IDX = 4
015260         OR WS-LANC-CENTRO(WS-RATEIO-IDX + 1) = SPACES
015270         COMPUTE WS-VALOR-TRECHO =
015280             WS-VALOR-LINHA - WS-VALOR-ACUMULADO
015290     ELSE
015300         COMPUTE WS-VALOR-TRECHO ROUNDED =
015310             WS-VALOR-LINHA
015320             * WS-LANC-PERCENTUAL(WS-RATEIO-IDX) / 100
015330     END-IF.

015340     MOVE WS-LANC-CENTRO(WS-RATEIO-IDX) TO GL-CENTRO-CUSTO.
015350     MOVE WS-VALOR-TRECHO TO GL-VALOR.
015360     PERFORM 2620-GRAVAR-LINHA-FISICA
015370         THRU 2620-GRAVAR-LINHA-FISICA-EXIT.
015400 2630-GRAVAR-TRECHO-EXIT.
015410     EXIT.

015411*----------------------------------------------------------------
015412* 2640-GRAVAR-PAR - ONE EMPLOYER CHARGE: THE EXPENSE DEBIT (SPLIT
015413*                    BY THE RATEIO LIKE THE SALARY) AND THE SAME
015414*                    AMOUNT CREDITED TO ITS LIABILITY
015415*----------------------------------------------------------------
015416 2640-GRAVAR-PAR.
015417     IF WS-VALOR-PAR = ZERO
015418         GO TO 2640-GRAVAR-PAR-EXIT
015419     END-IF.

015420     MOVE WS-EVENTO-DEBITO TO GL-CONTA.
015421     SET GL-DEBITO TO TRUE.
015422     MOVE WS-VALOR-PAR TO GL-VALOR.
015423     PERFORM 2610-GRAVAR-UMA-LINHA
015424         THRU 2610-GRAVAR-UMA-LINHA-EXIT.

015425     MOVE WS-EVENTO-CREDITO TO GL-CONTA.
015426     SET GL-CREDITO TO TRUE.
015427     MOVE WS-VALOR-PAR TO GL-VALOR.
015428     PERFORM 2610-GRAVAR-UMA-LINHA
015429         THRU 2610-GRAVAR-UMA-LINHA-EXIT.
015430 2640-GRAVAR-PAR-EXIT.
015431     EXIT.

015432*----------------------------------------------------------------
015433* 2700-COMPARAR-SIMULACAO - ONE COMPARISON LINE PER EMPLOYEE:
015440*                            THE PRIOR PERIOD'S NET AS PAID
015450*                            (PAYHIST) AGAINST THE NET JUST
015460*                            SIMULATED
015710 2700-COMPARAR-SIMULACAO-EXIT.
015720     EXIT.

015721*----------------------------------------------------------------
015722* 2800-CALCULAR-ENCARGOS - WHAT THE FUNCIONARIO COSTS THE COMPANY
015723*                          BEYOND THE GROSS: INSS PATRONAL, RAT
015724*                          ADJUSTED BY THE FAP, TERCEIROS AND
015725*                          FGTS OVER THE GROSS, AND THE VALE-
015726*                          TRANSPORTE/VALE-REFEICAO VOUCHERS AND
015727*                          THE HEALTH PLAN (FEES AND CO-
015728*                          PARTICIPATION) NET OF THE SHARE
015729*                          WITHHELD FROM THE EMPLOYEE
015730*----------------------------------------------------------------
015731 2800-CALCULAR-ENCARGOS.
015732     COMPUTE WS-ENC-INSS-PATRONAL ROUNDED =
015733         WS-SALARIO-BRUTO * WS-PCT-INSS-PATRONAL / 100.
015734     COMPUTE WS-ENC-RAT ROUNDED =
015735         WS-SALARIO-BRUTO * WS-PCT-RAT * WS-FAP / 100.
015736     COMPUTE WS-ENC-TERCEIROS ROUNDED =
015737         WS-SALARIO-BRUTO * WS-PCT-TERCEIROS / 100.
015738     COMPUTE WS-ENC-FGTS ROUNDED =
015739         WS-SALARIO-BRUTO * WS-PCT-FGTS / 100.
015740     IF EMP-APRENDIZ
015741         COMPUTE WS-ENC-FGTS ROUNDED =
015742             WS-SALARIO-BRUTO * WS-PCT-FGTS-APRENDIZ / 100
015743     END-IF.
015744     IF EMP-ESTAGIARIO
015745         MOVE ZERO TO WS-ENC-INSS-PATRONAL WS-ENC-RAT
015746             WS-ENC-TERCEIROS WS-ENC-FGTS
015747     END-IF.

015748     MOVE WS-CUSTO-SAUDE TO WS-CUSTO-BENEFICIO.
015749     IF NOT WS-BEN-PRESENTE
015750         GO TO 2800-CALCULAR-ENCARGOS-LIQUIDO
015751     END-IF.
015752     MOVE CODIGO TO BN-CODIGO.
015753     READ BENEFIT-FILE
015754         INVALID KEY
015755             GO TO 2800-CALCULAR-ENCARGOS-LIQUIDO
015756     END-READ.
015757     IF BN-VT-OPTANTE
015758         ADD BN-VT-VALOR-MENSAL TO WS-CUSTO-BENEFICIO
015759     END-IF.
015760     IF BN-VR-OPTANTE
015761         ADD BN-VR-VALOR-MENSAL TO WS-CUSTO-BENEFICIO
015762     END-IF.

015763 2800-CALCULAR-ENCARGOS-LIQUIDO.
015764     IF WS-CUSTO-BENEFICIO > WS-DESCONTO-BENEFICIO
015765         SUBTRACT WS-DESCONTO-BENEFICIO FROM WS-CUSTO-BENEFICIO
015766     ELSE
015767         MOVE ZERO TO WS-CUSTO-BENEFICIO
015768     END-IF.

015769 2800-CALCULAR-ENCARGOS-SOMAR.
015770     ADD WS-ENC-INSS-PATRONAL WS-ENC-RAT WS-ENC-TERCEIROS
015771         WS-ENC-FGTS TO WS-TOT-ENCARGOS.
015772     ADD WS-CUSTO-BENEFICIO TO WS-TOT-CUSTO-BENEF.
015773 2800-CALCULAR-ENCARGOS-EXIT.
015774     EXIT.

015775*----------------------------------------------------------------
015776* 2850-GRAVAR-CUSTO - THE FUNCIONARIO'S LABOR COST ROW FOR THE
015777*                     PERIOD (PROG184); A REPROCESSED FUNCIONARIO
015778*                     REPLACES THE ROW OF THE EARLIER PASS
015779*----------------------------------------------------------------
015780 2850-GRAVAR-CUSTO.
015781     IF NOT WS-CUSTO-PRESENTE
015782         GO TO 2850-GRAVAR-CUSTO-EXIT
015783     END-IF.

015784     MOVE WS-PERIODO-ATUAL     TO CP-PERIODO.
015785     MOVE CODIGO               TO CP-CODIGO.
015786     MOVE DEPARTAMENTO         TO CP-DEPARTAMENTO.
015787     MOVE SPACES               TO CP-DEPTO-ANTERIOR.
015788     MOVE ZERO                 TO CP-PCT-ANTERIOR.
015789     IF WS-TEM-TRANSF
015790         MOVE WS-TRF-DEPTO-DEPOIS TO CP-DEPARTAMENTO
015791         MOVE WS-TRF-DEPTO-ANTES  TO CP-DEPTO-ANTERIOR
015792         MOVE WS-TRF-PCT-ANTES    TO CP-PCT-ANTERIOR
015793     END-IF.
015794     MOVE WS-SALARIO-BRUTO     TO CP-SALARIO-BRUTO.
015795     MOVE WS-ENC-INSS-PATRONAL TO CP-INSS-PATRONAL.
015796     MOVE WS-ENC-RAT           TO CP-RAT.
015797     MOVE WS-ENC-TERCEIROS     TO CP-TERCEIROS.
015798     MOVE WS-ENC-FGTS          TO CP-FGTS.
015799     MOVE WS-CUSTO-BENEFICIO   TO CP-BENEFICIOS.
015800     MOVE WS-DATA-ATUAL        TO CP-DATA-CALCULO.
015801     WRITE CUSTO-PESSOAL-REC
015802         INVALID KEY
015803             REWRITE CUSTO-PESSOAL-REC
015804     END-WRITE.
015805     IF NOT FS-CUSTOPES-OK
015806         DISPLAY "PROG42: ERRO AO GRAVAR CUSTO DO FUNCIONARIO "
015807             CODIGO " - " FS-CUSTOPES
015808     END-IF.
015809 2850-GRAVAR-CUSTO-EXIT.
015810     EXIT.

015811*----------------------------------------------------------------
015812* 8000-FINALIZAR - GRAND-TOTAL TRAILER ON THE REGISTER, CONTROL
015813*                   COUNTS FOR THE OPERATOR, AND THE AUDIT ROW
015814*----------------------------------------------------------------
015815 8000-FINALIZAR.
015816     MOVE SPACES TO PAYREG-REC.
015817     SET PR-TRAILER TO TRUE.
015818     MOVE WS-PERIODO-ATUAL  TO PR-PERIODO.
015819     MOVE WS-QTD-PAGOS      TO PR-CODIGO.
015820     MOVE WS-TOT-BRUTO      TO PR-BRUTO.
015830     MOVE WS-TOT-HORAS-EXTRAS TO PR-HORAS-EXTRAS.
015840     MOVE WS-TOT-INSS       TO PR-DESC-INSS.
015890     MOVE WS-TOT-SALFAM     TO PR-SAL-FAMILIA.
015900     MOVE WS-TOT-ADIC-NOTURNO TO PR-ADIC-NOTURNO.
015910     MOVE WS-TOT-COMISSAO   TO PR-COMISSAO.
015915     MOVE WS-TOT-ESTORNO-COM TO PR-DESC-ESTORNO-COM.
015916     MOVE WS-TOT-SINDICAL   TO PR-DESC-SINDICAL.
015917     MOVE WS-TOT-ADIC-RISCO TO PR-ADIC-RISCO.
015918     MOVE WS-TOT-DSR        TO PR-DSR-VARIAVEL.
015919     MOVE WS-TOT-DSR-PERDIDO TO PR-DSR-PERDIDO.
015920     MOVE WS-TOT-DESCONTOS  TO PR-TOTAL-DESCONTOS.
015930     MOVE WS-TOT-LIQUIDO    TO PR-LIQUIDO.
015940     MOVE SPACES            TO PR-MOEDA.
015970         WRITE PAYREG-SIM-REC
015980     ELSE
015990         WRITE PAYREG-REC
015994         ADD 1 TO WS-QTD-LINHAS-REGISTRO
016000     END-IF.

016010     IF WS-SIMULACAO
016150     DISPLAY "PROG42: TOTAL DESCONTOS ..... : "
016160         WS-TOT-DESCONTOS.
016170     DISPLAY "PROG42: TOTAL LIQUIDO ....... : " WS-TOT-LIQUIDO.
016171     IF WS-QTD-EMPRESAS > 1
016172         PERFORM 8100-EXIBIR-EMPRESA THRU 8100-EXIBIR-EMPRESA-EXIT
016173             VARYING WS-IDX-EMPRESA FROM 1 BY 1
016174             UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
016175     END-IF.
016176     IF WS-TOT-DISSIDIO > ZERO
016177         DISPLAY "PROG42: DIFERENCAS DISSIDIO .: "
016178             WS-TOT-DISSIDIO
016179     END-IF.
016180     IF WS-TOT-ADIANTAMENTO > ZERO
016181         DISPLAY "PROG42: ADIANTAMENTOS DESCONT.: "
016182             WS-TOT-ADIANTAMENTO
016183     END-IF.
016184     IF WS-TOT-CORRECAO > ZERO
016185         DISPLAY "PROG42: CORRECOES RECUPERADAS: "
016186             WS-TOT-CORRECAO
016187     END-IF.
016188     IF WS-TOT-DSR > ZERO
016189         DISPLAY "PROG42: DSR S/ VARIAVEIS ....: " WS-TOT-DSR
016190     END-IF.
016191     IF WS-TOT-DSR-PERDIDO > ZERO
016192         DISPLAY "PROG42: DSR PERDIDO (FALTAS) : "
016193             WS-TOT-DSR-PERDIDO
016194     END-IF.
016195     IF WS-QTD-CONTRATO-VENCIDO > ZERO
016196         DISPLAY "PROG42: CONTRATOS VENCIDOS AINDA ATIVOS: "
016197             WS-QTD-CONTRATO-VENCIDO " - VER PROG202"
016198     END-IF.
016199     IF NOT WS-SIMULACAO
016200         DISPLAY "PROG42: ENCARGOS PATRONAIS ..: " WS-TOT-ENCARGOS
016201         DISPLAY "PROG42: BENEFICIOS (EMPRESA) : "
016202             WS-TOT-CUSTO-BENEF
016203     END-IF.
016204     DISPLAY "PROG42: TOTAL BRUTO (EQV BRL)  : "
016205         WS-TOT-BRUTO-BRL.
016206     DISPLAY "PROG42: TOTAL LIQUIDO (EQV BRL): "
016210         WS-TOT-LIQUIDO-BRL.
016220     IF WS-QTD-SEM-TAXA > ZERO
016230         DISPLAY "PROG42: MOEDAS SEM TAXA DE CAMBIO: "
016610     IF WS-ALLOC-PRESENTE
016620         CLOSE ALLOCATION-FILE
016630     END-IF.
016631     IF WS-TRANSF-PRESENTE
016632         CLOSE TRANSFER-FILE
016633     END-IF.
016634     IF WS-ADT-PRESENTE
016635         CLOSE ADVANCE-FILE
016636     END-IF.
016637     IF WS-DISS-PRESENTE
016638         CLOSE DIFFERENCE-FILE
016639     END-IF.
016640     IF WS-CORR-PRESENTE
016641         CLOSE CORRECTION-FILE
016642     END-IF.
016643     IF WS-SIND-PRESENTE
016644         CLOSE UNION-FILE
016645     END-IF.
016646     IF WS-ESC-PRESENTE
016647         CLOSE SCHEDULE-MASTER
016648     END-IF.
016649     IF WS-BEN-PRESENTE
016650         CLOSE BENEFIT-FILE
016651     END-IF.
016652     IF WS-CUSTO-PRESENTE
016653         CLOSE LABOR-COST-FILE
016654     END-IF.
016655     IF WS-SAUDE-PRESENTE
016656         CLOSE HEALTH-PLAN-FILE HEALTH-ENROLL-FILE
016657     END-IF.
016658     IF WS-COPAR-PRESENTE
016659         CLOSE COPAY-FILE
016660     END-IF.
016661     IF NOT WS-SIMULACAO
016662         CLOSE GL-INTERFACE
016663         PERFORM 8300-REGISTRAR-TOTAIS
016664             THRU 8300-REGISTRAR-TOTAIS-EXIT
016665     END-IF.

016670     MOVE WS-QTD-PAGOS TO WS-QTD-PAGOS-ED.
016680     MOVE SPACES TO WS-DESCRICAO-AUD.
016800 8000-FINALIZAR-EXIT.
016810     EXIT.

016811*----------------------------------------------------------------
016812* 8100-EXIBIR-EMPRESA - ONE CONTROL-TOTAL LINE PER COMPANY PAID
016813*----------------------------------------------------------------
016814 8100-EXIBIR-EMPRESA.
016815     DISPLAY "PROG42: EMPRESA " WS-TE-CODIGO(WS-IDX-EMPRESA)
016816         " - PAGOS " WS-TE-QTD(WS-IDX-EMPRESA)
016817         " BRUTO " WS-TE-BRUTO(WS-IDX-EMPRESA)
016818         " LIQUIDO " WS-TE-LIQUIDO(WS-IDX-EMPRESA).
016819 8100-EXIBIR-EMPRESA-EXIT.
016820     EXIT.

016821*----------------------------------------------------------------
016822* 8300-REGISTRAR-TOTAIS - THE CLOSED REGISTER'S COUNT AND NET
016823*                          HASH ON THE CONTROL TOTALS LEDGER; A
016824*                          RERUN OF THE DAY REPLACES THE ROW.
016825*                          WITHOUT IT THE STEPS THAT READ PAYREG
016826*                          REFUSE TO RUN, SO THE STEP FAILS HERE
016827*----------------------------------------------------------------
016828 8300-REGISTRAR-TOTAIS.
016829     MOVE "G"                    TO WS-TL-FUNCAO.
016830     MOVE ZERO                   TO WS-TL-DATA-RUN.
016831     MOVE "PAYREG  "             TO WS-TL-ARQUIVO.
016832     MOVE WS-PERIODO-ATUAL       TO WS-TL-PERIODO.
016833     MOVE "PROG42  "             TO WS-TL-PROGRAMA.
016834     MOVE WS-QTD-LINHAS-REGISTRO TO WS-TL-QTD.
016835     MOVE WS-HASH-REGISTRO       TO WS-TL-VALOR.
016836     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
016837         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
016838         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
016839         WS-TL-STATUS.
016840     IF NOT WS-TL-OK
016841         DISPLAY "PROG42: TOTAIS DE CONTROLE DO PAYREG NAO "
016842             "REGISTRADOS (CTLTOT) - PROG62/PROG95/PROG96 "
016843             "RECUSARAO O REGISTRO"
016844         MOVE 8 TO RETURN-CODE
016845     END-IF.
016846 8300-REGISTRAR-TOTAIS-EXIT.
016847     EXIT.

016848 9999-EXIT.
016849     STOP RUN.
