               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TariffFileStatus.

           SELECT TaxFile ASSIGN TO DYNAMIC TaxFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxFileStatus.

           SELECT DjuFile ASSIGN TO DYNAMIC DjuFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DjuFileStatus.

           SELECT BudgetFile ASSIGN TO DYNAMIC BudgetFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetFileStatus.

           SELECT Co2File ASSIGN TO DYNAMIC Co2Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Co2FileStatus.

           SELECT AllocFile ASSIGN TO DYNAMIC AllocFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllocFileStatus.

           SELECT HphcFile ASSIGN TO DYNAMIC HphcFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HphcFileStatus.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceFileStatus.

           SELECT AnomalyFile ASSIGN TO DYNAMIC AnomalyFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AnomalyFileStatus.

           SELECT ChargebackFile ASSIGN TO DYNAMIC ChargebackFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChargebackFileStatus.

           SELECT RejectFile ASSIGN TO DYNAMIC RejectFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RejectFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TicCsv RECORD IS VARYING IN SIZE.
       01  TariffRec               PIC X(120).
           88 EndOfTariffFile      VALUE HIGH-VALUES.

       FD  TaxFile RECORD IS VARYING IN SIZE.
       01  TaxRec                  PIC X(80).
           88 EndOfTaxFile         VALUE HIGH-VALUES.

       FD  DjuFile RECORD IS VARYING IN SIZE.
       01  DjuRec                  PIC X(40).
           88 EndOfDjuFile         VALUE HIGH-VALUES.

       FD  BudgetFile RECORD IS VARYING IN SIZE.
       01  BudgetRec               PIC X(80).
           88 EndOfBudgetFile      VALUE HIGH-VALUES.

       FD  Co2File RECORD IS VARYING IN SIZE.
       01  Co2Rec                  PIC X(200).
           88 EndOfCo2File         VALUE HIGH-VALUES.

       FD  AllocFile RECORD IS VARYING IN SIZE.
       01  AllocRec                PIC X(80).
           88 EndOfAllocFile       VALUE HIGH-VALUES.

       FD  HphcFile RECORD IS VARYING IN SIZE.
       01  HphcRec                 PIC X(64).
           88 EndOfHphcFile        VALUE HIGH-VALUES.
      *    Fixed-size binary records, each wide enough for the largest
      *    state slice saved: HighUsageEvents at its 2000-entry cap
      *    (36,002 bytes now each event carries its meter), with one
      *    slot's HourWhTable slab (35,712), its HourSeenTable slab
      *    (17,856) and its DayDetailTable slice (13,020) behind it.
      *    Growing any slice past the record size silently truncates
      *    the checkpoint - resize CkptRec along with the tables.
       FD  CheckpointFile.

      *    Persistent hourly master, keyed meter + date + hour + UTC
      *    offset (the offset keeps the doubled October 02:00 hours
      *    apart, as in the bucket key). One record per metered hour,
      *    carrying the hour's drawn and injected Wh.
       FD  MasterFile.
       01  MstRec.
           02 MstKey.
               03 MstHour          PIC 99.
               03 MstTz            PIC X(6).
           02 MstWh                PIC 9(7).
           02 MstInjWh             PIC 9(7).

       FD  AuditFile RECORD IS VARYING IN SIZE.
       01  AuditRec                PIC X(160).
       01  InvoiceRec              PIC X(100).
           88 EndOfInvoiceFile     VALUE HIGH-VALUES.

       FD  AnomalyFile RECORD IS VARYING IN SIZE.
       01  AnomalyRec              PIC X(100).

       FD  ChargebackFile.
       01  ChargebackRec           PIC X(122).

       FD  RejectFile RECORD IS VARYING IN SIZE.
       01  RejectRec               PIC X(200).

       WORKING-STORAGE SECTION.
       01  CsvFilename             PIC X(64).
       01  TicCsvFileStatus        PIC XX.
      *        HphcTable entry for this meter's HC windows, resolved
      *        at registration (0 = built-in 22:00-06:00 default).
               03 MeterHphc        PIC 99 COMP.
      *        First and last date this run's batch files delivered
      *        for the meter (see MarkDropRange); DetectAnomalies
      *        counts an event inside that range as new.
               03 MeterDropFrom    PIC X(8).
               03 MeterDropTo      PIC X(8).
       01  RowMeter                PIC 99 COMP VALUE ZERO.
       01  TicMeterId              PIC X(14).
       01  MtrCacheId              PIC X(14) VALUE LOW-VALUES.
      *    Checkpoint/restart: after every batch-list file finishes,
      *    WriteCheckpoint rewrites CheckpointFilename whole - one
      *    header record, then per year the source filename, the
      *    year's sums, its HourSeenTable, HourWhTable and
      *    DayDetailTable slices, then the high-usage events and the
      *    shift-simulation sums - so a run killed mid-list can pick
      *    up at the first unprocessed batch-list line with its
      *    accumulated state intact instead of starting the list over.
      *    MarkCheckpointComplete stamps the header "C" at end of run
      *    so a finished run is never mistaken for an interrupted one.
       01  CheckpointFilename      PIC X(64)
           02 CkptAnyYearFlag      PIC X.
           02 CkptYearUsed         PIC X OCCURS 12 TIMES.
           02 CkptHueCount         PIC 9(4).
       01  CkptMagicValue          PIC X(10) VALUE "TEMPOCKP10".
       01  CkptYearIdx             USAGE IS INDEX.
       01  CkptFilesDisplay        PIC ZZZ9.
       01  BatchLineNum            PIC 9(4) COMP VALUE ZERO.
       01  AlertFilename           PIC X(64) VALUE "tempo-alert.txt".
       01  AlertFileStatus         PIC XX.
       01  AlertLine               PIC X(100).
       01  AlertWrittenFlag        PIC X VALUE "N".
           88 AlertWritten         VALUE "Y".
       01  AlertHighCount          PIC 9(4) COMP.
       01  AlertCountNum           PIC 9(4).
       01  AlertCountDisplay       PIC ZZZ9.
      *    way LoadTempoCalendar loads the day colors. One row per
      *    effective-from date and subscription tier: the nine kWh
      *    rates (same 1-9 category order as ConsoSums) plus the three
      *    annual subscription fees, and optionally the buy-back rate
      *    per kWh paid for surplus PV energy injected into the grid
      *    (zero when the column is left off). The rate in force on a
      *    date is the row with the latest effective date on or
      *    before it, so a new EDF tariff sheet is one appended row
      *    per tier, not a recompile.
       01  TariffFilename          PIC X(64) VALUE "data/tariffs.csv".
       01  TariffFileStatus        PIC XX.

      *    Effective-dated taxes and levies, loaded by LoadTaxTable the
      *    way LoadTariffTable loads the rates: one
      *    "YYYY-MM-DD,accise,cta,vat_abo,vat_energy" row per
      *    effective-from date - the electricity excise (accise/TICFE)
      *    in EUR per kWh, the CTA as a percentage of the subscription
      *    fee, and the two VAT rates, which differ between the
      *    subscription and the energy. The TTC (all taxes included)
      *    figures every report shows next to the HT ones come out of
      *    it; without the file TTC simply equals HT.
       01  TaxFilename             PIC X(64) VALUE "data/taxes.csv".
       01  TaxFileStatus           PIC XX.

      *    Daily heating degree-days (DJU, base 18 C) for the sites'
      *    weather station, loaded by LoadDjuTable: one
      *    "YYYY-MM-DD,dju" row per day, the DJU with one decimal.
      *    Without the file the reports carry raw figures only.
       01  DjuFilename             PIC X(64) VALUE "data/dju.csv".
       01  DjuFileStatus           PIC XX.

      *    Energy budget per site and month, set at the start of each
      *    year and loaded by LoadBudgetTable: one
      *    "meter,YYYY,MM,kwh,eur" row per month, the euros all taxes
      *    included and subscription fee included, the meter left
      *    empty for a single-meter file. Without the file there is no
      *    budget section.
       01  BudgetFilename          PIC X(64) VALUE "data/budget.csv".
       01  BudgetFileStatus        PIC XX.

      *    Grid carbon intensity hour by hour (the RTE eco2mix export
      *    cut down to its date, time and CO2 rate columns), loaded by
      *    LoadCo2Table: "YYYY-MM-DD,HH:MM,gco2_per_kwh" rows, or
      *    "YYYY-MM-DDTHH:MM...,gco2_per_kwh", comma or semicolon
      *    separated, in local time like the TIC rows. Quarter-hour
      *    rows are averaged into their hour. Without the file there
      *    is no emissions reporting.
       01  Co2Filename             PIC X(64) VALUE "data/co2.csv".
       01  Co2FileStatus           PIC XX.

      *    Cost-center split of each meter, loaded by LoadAllocTable:
      *    one "YYYY-MM-DD,meter,cost_center,pct" row per share, the
      *    meter left empty for a single-meter file. A meter's rows
      *    with the same effective-from date make up its split from
      *    that date until its next one, so a reorganization is a new
      *    set of rows, not an edit of the old ones. Without the file
      *    there is no chargeback.
       01  AllocFilename           PIC X(64) VALUE "data/alloc.csv".
       01  AllocFileStatus         PIC XX.

      *    Yearly report output, one file per YearIdx, built by
      *    BuildReportFilename from CsvFilename and PrnYear.
       01  ReportFilename          PIC X(64).
      *    Genuinely delimited per-run export, written alongside the
      *    $-edited human reports so downstream tooling can consume
      *    the numbers without screen-scraping: one
      *    "meter,year,month,category,kwh,hours,cost_eur,cost_ttc_eur"
      *    row per (slot, month, category), month 00 rows carrying the
      *    yearly totals, plus plan_* usage-total rows and abo_*
      *    subscription fee rows per year. Category tokens are fixed
      *    lower-case keys (rouge_hp, ...), not the padded display
      *    names. cost_eur is HT, cost_ttc_eur all taxes included.
       01  ExportFilename          PIC X(64).
       01  ExportFileStatus        PIC XX.
       01  ExportFileOpenFlag      PIC X VALUE "N".
       01  ExpKwhDisplay           PIC 9(6).999.
       01  ExpHoursDisplay         PIC 9(4).
       01  ExpCostDisplay          PIC 9(6).99.
       01  ExpTtcDisplay           PIC 9(6).99.
       01  ExpRowName              PIC X(10).
      *    budget and variance rows: signed, the kWh and the TTC euros
      *    in their usual columns, the HT cost and hours left at zero
       01  ExpBudKwhDisplay        PIC +9(6).999.
       01  ExpBudTtcDisplay        PIC +9(6).99.

       01  TicData.
      *     2022-01-01T07:00:00+01:00 - Conso from HH:00:00 to HH:59:59
                   04 FILLER       PIC X.
                   04 TzMin        PIC 99.
           02 ConsWh               PIC 9(6).
      *    Wh injected into the grid over the same hour by an on-site
      *    PV array; zero for a site without one.
           02 InjWh                PIC 9(6).

      *    Sub-hourly aggregation: newer Linky pulls deliver two rows
      *    per hour (HH:00 and HH:30, each carrying that half-hour's
                   04 AggHeldHour  PIC 99.
                   04 AggHeldTz    PIC X(6).
               03 AggWh            PIC 9(7) COMP.
               03 AggInjWh         PIC 9(7) COMP.
               03 AggTicHold       PIC X(37).
       01  AggRowKey.
           02 AggRowDate.
               03 AggRowYear       PIC 9999.
           02 AggRowHour           PIC 99.
           02 AggRowTz             PIC X(6).
       01  AggMeterNbr             PIC 99 COMP.
       01  AggSwapHold             PIC X(37).
       01  AggSwapMeter            PIC 99 COMP.

      *    ParseTicRow scratch: the comma fields of a TIC row. A
      *    legacy two-field row is (timestamp, Wh); a row that leads
      *    with the meter ID has the same fields behind it. Either may
      *    end with the hour's injected Wh from a PV site's export, so
      *    the row is told apart by whether it starts with a timestamp.
       01  TicParseFields.
           02 TicField1            PIC X(26).
           02 TicField2            PIC X(26).
           02 TicField3            PIC X(12).
           02 TicField4            PIC X(12).
       01  TicMeterScratch         PIC X(26).

      *    Per-file row accounting for the audit disposition, since a
       01  FileDispFlag            PIC X VALUE "N".
           88 FileDispDone         VALUE "Y".

      *    Rejected TIC rows. A row that cannot be booked is written
      *    to RejectFilename (<batch>-rejects.csv) as it was read,
      *    followed by its source file, its line number in that file
      *    and a reason code, separated by semicolons:
      *      BADTIME  the timestamp is not a valid date and hour
      *      BADWH    the Wh field is empty or not a whole number,
      *               or an injected-Wh field is there but is not one
      *      NOMETER  a fifth meter ID, FindMeterNbr has no room left
      *      BADYEAR  FindYearSlot refuses the year: outside
      *               2000-2099, or no (meter, year) slot left
      *    ParseTicRow ignores a row from its first semicolon on, so
      *    the reject file, once corrected, is listed in a batch list
      *    like any other TIC drop (its header line is skipped as
      *    usual); a row still rejected is reported against the
      *    corrected file. A resumed run extends the file instead of
      *    starting it over. Blank lines are not rows and are passed
      *    over without a trace.
       01  RejectFilename          PIC X(64) VALUE SPACES.
       01  RejectFileStatus        PIC XX.
       01  RejectFileOpenFlag      PIC X VALUE "N".
           88 RejectFileOpen       VALUE "Y".
       01  RejectLine              PIC X(200).
       01  TicRejectCode           PIC X(8) VALUE SPACES.
           88 TicRowAccepted       VALUE SPACES.
           88 TicRejBadTime        VALUE "BADTIME".
           88 TicRejBadWh          VALUE "BADWH".
           88 TicRejNoMeter        VALUE "NOMETER".
           88 TicRejBadYear        VALUE "BADYEAR".
       01  TicRejectCounts USAGE IS COMPUTATIONAL.
           02 RejBadTimeCount      PIC 9(6) VALUE ZERO.
           02 RejBadWhCount        PIC 9(6) VALUE ZERO.
           02 RejNoMeterCount      PIC 9(6) VALUE ZERO.
           02 RejBadYearCount      PIC 9(6) VALUE ZERO.
           02 RejTotalCount        PIC 9(6) VALUE ZERO.
       01  RejectCountDisp         PIC ZZZZZ9.
       01  RejectCountDisps.
           02 RejBadTimeDisp       PIC ZZZZZ9.
           02 RejBadWhDisp         PIC ZZZZZ9.
           02 RejNoMeterDisp       PIC ZZZZZ9.
           02 RejBadYearDisp       PIC ZZZZZ9.
       01  TicLineNum              PIC 9(7) COMP.
       01  TicLineDisp             PIC Z(6)9.
       01  TicRowText              PIC X(100).
       01  TicWhAlpha              PIC X(6) JUSTIFIED RIGHT.
       01  TicWhLen                PIC 99 COMP.
       01  TicInjField             PIC X(12).
       01  TicInjAlpha             PIC X(6) JUSTIFIED RIGHT.
       01  TicInjLen               PIC 99 COMP.
       01  TicLeapWork USAGE IS COMPUTATIONAL.
           02 TicLeapQuot          PIC 9999.
           02 TicLeapRem           PIC 9.

       01  ConsoConstants.
           02 ConsoNameValues.
               03 FILLER           PIC X(10)       VALUE "Base".
      *    accumulated hour by hour at the rate in force on each
      *    hour's date (SetCurrentRates), since tariff periods start
      *    and end mid-year and a single year-end KWh x rate product
      *    would price every hour at one rate. CTotalTtc/CMonthTtc
      *    carry the same cost with the excise and energy VAT in
      *    force on that date added (see TaxTable). CTotalInjWh/
      *    CMonthInjWh book a PV site's injected Wh under the category
      *    of the hour it was injected in, and CTotalInjVal/
      *    CMonthInjVal its value at the buy-back rate in force.
      *    CTotalCo2G/CMonthCo2G carry the grams of CO2 of the hours
      *    the intensity file covers (see Co2Table); the hours it does
      *    not cover are counted in CTotalCo2Miss/CMonthCo2Miss, their
      *    Wh in CTotalCo2MissWh/CMonthCo2MissWh, instead of being
      *    taken as zero-carbon.
       01  ConsoData USAGE IS COMPUTATIONAL.
           02 YearSums OCCURS 12 TIMES.
               03 ConsoSums OCCURS 9 TIMES.
                   04 CTotalKWh        REDEFINES CTotalWh PIC 9(6)V999.
                   04 CTotalHours      PIC 9(4)        VALUE ZEROES.
                   04 CTotalCost       PIC 9(6)V9(6)   VALUE ZEROES.
                   04 CTotalTtc        PIC 9(6)V9(6)   VALUE ZEROES.
                   04 CTotalInjWh      PIC 9(9)        VALUE ZEROES.
                   04 CTotalInjKWh     REDEFINES CTotalInjWh
                                       PIC 9(6)V999.
                   04 CTotalInjVal     PIC 9(6)V9(6)   VALUE ZEROES.
                   04 CTotalCo2G       PIC 9(10)V99    VALUE ZEROES.
                   04 CTotalCo2Miss    PIC 9(4)        VALUE ZEROES.
                   04 CTotalCo2MissWh  PIC 9(9)        VALUE ZEROES.
               03 MonthSums OCCURS 12 TIMES.
                   04 MonthConso OCCURS 9 TIMES.
                       05 CMonthWh     PIC 9(9)        VALUE ZEROES.
                       05 CMonthKWh    REDEFINES CMonthWh PIC 9(6)V999.
                       05 CMonthHours  PIC 9(4)        VALUE ZEROES.
                       05 CMonthCost   PIC 9(6)V9(6)   VALUE ZEROES.
                       05 CMonthTtc    PIC 9(6)V9(6)   VALUE ZEROES.
                       05 CMonthInjWh  PIC 9(9)        VALUE ZEROES.
                       05 CMonthInjKWh REDEFINES CMonthInjWh
                                       PIC 9(6)V999.
                       05 CMonthInjVal PIC 9(6)V9(6)   VALUE ZEROES.
                       05 CMonthCo2G   PIC 9(10)V99    VALUE ZEROES.
                       05 CMonthCo2Miss
                                       PIC 9(4)        VALUE ZEROES.
                       05 CMonthCo2MissWh
                                       PIC 9(9)        VALUE ZEROES.

       01  YearIdx                 USAGE IS INDEX.
       01  TableIdx                USAGE IS INDEX.
       01  ProratedAboBase         PIC 999V99 COMP.
       01  ProratedAboTempo        PIC 999V99 COMP.
       01  ProratedAboHPHC         PIC 999V99 COMP.
       01  ProratedAboBaseTtc      PIC 9(4)V99 COMP.
       01  ProratedAboTempoTtc     PIC 9(4)V99 COMP.
       01  ProratedAboHPHCTtc      PIC 9(4)V99 COMP.

       01  CouleurJour             PIC X.
           88 JourRouge            VALUE "R".
               03 TarAboBase       PIC 999V99.
               03 TarAboTempo      PIC 999V99.
               03 TarAboHPHC       PIC 999V99.
               03 TarBuyback       PIC 9V9999.

       01  TarParseFields.
           02 TarDateAlpha         PIC X(10).
           02 TarTierAlpha         PIC X.
           02 TarRateAlpha         PIC X(10) OCCURS 9 TIMES.
           02 TarAboAlpha          PIC X(10) OCCURS 3 TIMES.
           02 TarBuybackAlpha      PIC X(10).
       01  TarFieldIdx             PIC 99 COMP.
       01  TariffMissFlag          PIC X VALUE "N".
           88 TariffMissWarned     VALUE "Y".
       01  RateCacheDate           PIC X(8) VALUE SPACES.
       01  CurrentRates USAGE IS COMPUTATIONAL.
           02 CurKwh               PIC 9V9999 OCCURS 9 TIMES.
           02 CurBuyback           PIC 9V9999.
       01  HourCost                PIC 9(4)V9(6) COMP.
       01  HourInjVal              PIC 9(4)V9(6) COMP.

      *    Tax periods from TaxFilename, in effective-date order, with
      *    the percentages kept as read (20.00 for 20 %).
       01  TaxTable.
           02 TaxEntryCount        PIC 9(4) COMP VALUE ZERO.
           02 TaxEntry OCCURS 0 TO 100 TIMES DEPENDING ON TaxEntryCount
                   INDEXED BY TaxIdx.
               03 TaxEffDate.
                   04 TaxEffYear   PIC 9999.
                   04 TaxEffMonth  PIC 99.
                   04 TaxEffDay    PIC 99.
               03 TaxEffDateX REDEFINES TaxEffDate PIC X(8).
               03 TaxAccise        PIC 9V9999.
               03 TaxCtaPct        PIC 99V99.
               03 TaxVatAboPct     PIC 99V99.
               03 TaxVatKwhPct     PIC 99V99.
       01  TaxParseFields.
           02 TaxDateAlpha         PIC X(10).
           02 TaxAmtAlphas         PIC X(10) OCCURS 4 TIMES.

      *    FindTaxForDate leaves in TaxHit the TaxTable row in force on
      *    RateLookupDate (0 when there is no tax table at all).
      *    SetCurrentRates caches the energy side of it per date next
      *    to CurKwh: the excise per kWh and the energy VAT as a
      *    multiplier, so an hour's TTC is (HT + kWh x excise) x
      *    CurVatKwhMult. HourTtc is that figure for the hour being
      *    booked, HourExcise its excise part.
       01  TaxHit                  PIC 9(4) COMP.
       01  CurrentTaxes USAGE IS COMPUTATIONAL.
           02 CurAccise            PIC 9V9999.
           02 CurVatKwhMult        PIC 9V9999.
       01  HourExcise              PIC 9(4)V9(6) COMP.
       01  HourTtc                 PIC 9(4)V9(6) COMP.

      *    PrepareAboFees walks every day of the report year, so the
      *    subscription comparison follows both a mid-year tier switch
           02 AboBaseSum           PIC 999V9(6).
           02 AboTempoSum          PIC 999V9(6).
           02 AboHPHCSum           PIC 999V9(6).
      *    the same day shares with the day's CTA and subscription VAT
      *    applied, AboTaxMult being (1 + CTA) x (1 + VAT) for the day
           02 AboTaxMult           PIC 9V9(6).
           02 AboDayShare          PIC 999V9(6).
           02 AboBaseTtcSum        PIC 9(4)V9(6).
           02 AboTempoTtcSum       PIC 9(4)V9(6).
           02 AboHPHCTtcSum        PIC 9(4)V9(6).
      *    the fee again per calendar month, by plan (1 Base,
      *    2 Tempo, 3 HP/HC), for the budget comparison and the
      *    chargeback
           02 AboMonthTbl OCCURS 12 TIMES.
               03 AboMonthTtc      PIC 9(4)V9(6) OCCURS 3 TIMES.
               03 AboMonthHt       PIC 9(4)V9(6) OCCURS 3 TIMES.

      *    ComputeTomorrowDate works out tomorrow's date from the
      *    system clock so PrintTomorrowForecast can look it up in
           02 TempoTotalWh         PIC 9(10).
           02 TempoTotalKWh        REDEFINES TempoTotalWh PIC 9(7)V999.
           02 TempoTotalCost       PIC 9(6)V9(6).
           02 TempoTotalTtc        PIC 9(6)V9(6).

       01  TotalCost   PIC 9(6)V9(6)   COMP OCCURS 9 TIMES.
       01  TempCost    PIC S9(6)V9999  COMP.
       01  TotalTtc    PIC 9(6)V9(6)   COMP OCCURS 9 TIMES.
       01  TempTtc     PIC S9(6)V9999  COMP.

       01  HPHCSums USAGE IS COMPUTATIONAL.
           02 HPHCTotalWh          PIC 9(9).
           02 HPHCTotalKWh         REDEFINES HPHCTotalWh PIC 9(6)V999.
           02 HPHCTotalCost        PIC 9(6)V9(6).
           02 HPHCTotalTtc         PIC 9(6)V9(6).

      *    MeterLine heads a per-meter report (and the trend groups)
      *    with the slot's meter ID; a blank-ID legacy meter prints no
           02 FILLER               PIC X(11)       VALUE "      Cost ".
           02 FILLER               PIC X(8)        VALUE "   Hours".
           02 FILLER               PIC X(8)        VALUE "     $/h".
           02 FILLER               PIC X(14)       VALUE
                                       "     Cost TTC ".
           02 FILLER               PIC X(4)        VALUE "   T".
           02 PrnYear              PIC 9999.

           02 PrnTotalCost         PIC $$$B$$9.99-.
           02 PrnTotalHours        PIC B(3)ZBZZ9.
           02 PrnCostPerHour       PIC B(2)$$9.99.
           02 PrnTotalTtc          PIC B(3)$$$B$$9.99-.

      *    TrendData captures each report year's all-in plan totals
      *    (usage cost plus subscription fee) as the report loop
      *    computes them, before YearIdxSavings/YearIdxSavingsHPHC
      *    fold the fee differences into the running totals, so
      *    WriteTrendReport can lay the years side by side once the
      *    loop is done. The TrendXxxTtc figures are the same totals
      *    with every tax included.
       01  TrendData USAGE IS COMPUTATIONAL.
           02 TrendYearSlot OCCURS 12 TIMES.
               03 TrendBaseTotal   PIC 9(7)V99.
               03 TrendTempoTotal  PIC 9(7)V99.
               03 TrendHPHCTotal   PIC 9(7)V99.
               03 TrendBaseTtc     PIC 9(7)V99.
               03 TrendTempoTtc    PIC 9(7)V99.
               03 TrendHPHCTtc     PIC 9(7)V99.

       01  TrendHeading USAGE IS DISPLAY.
           02 FILLER           PIC X(10)   VALUE "Trend".
           02 FILLER           PIC X(13)   VALUE "         Base".
           02 FILLER           PIC X(13)   VALUE "        Tempo".
           02 FILLER           PIC X(13)   VALUE "        HP/HC".
           02 FILLER           PIC X(11)   VALUE "        kWh".

       01  TrendDetailLine USAGE IS DISPLAY.
           02 TrnName              PIC X(10).
           02 TrnBase              PIC B$$$$$$$9.99-.
           02 TrnTempo             PIC B$$$$$$$9.99-.
           02 TrnHPHC              PIC B$$$$$$$9.99-.
           02 TrnKwh               PIC B(3)-(7)9.

       01  TrendWork USAGE IS COMPUTATIONAL.
           02 TrendBaseSum         PIC 9(8)V99.
           02 TrendTempoSum        PIC 9(8)V99.
           02 TrendHPHCSum         PIC 9(8)V99.
           02 TrendBaseTtcSum      PIC 9(8)V99.
           02 TrendTempoTtcSum     PIC 9(8)V99.
           02 TrendHPHCTtcSum      PIC 9(8)V99.
           02 TrendPrevBase        PIC 9(7)V99.
           02 TrendPrevTempo       PIC 9(7)V99.
           02 TrendPrevHPHC        PIC 9(7)V99.
           02 TrendMeterYears      PIC 99.
           02 TrendSecondAmt       PIC 9(8)V99.
           02 TrendMargin          PIC 9(8)V99.
      *        weather-normalized counterparts; a year of a meter that
      *        could not be fitted counts at its raw figures
           02 TrendWhSum           PIC 9(11).
           02 TrendPrevWh          PIC 9(9).
           02 TrendNormWhSum       PIC S9(11).
           02 TrendNormBaseSum     PIC S9(8)V99.
           02 TrendNormTempoSum    PIC S9(8)V99.
           02 TrendNormHPHCSum     PIC S9(8)V99.
           02 TrendNormBaseTtcSum  PIC S9(8)V99.
           02 TrendNormTempoTtcSum PIC S9(8)V99.
           02 TrendNormHPHCTtcSum  PIC S9(8)V99.
           02 TrendPrevNormWh      PIC S9(9).
           02 TrendPrevNormBase    PIC S9(7)V99.
           02 TrendPrevNormTempo   PIC S9(7)V99.
           02 TrendPrevNormHPHC    PIC S9(7)V99.
           02 TrendNormBase        PIC S9(7)V99.
           02 TrendNormTempo       PIC S9(7)V99.
           02 TrendNormHPHC        PIC S9(7)V99.
           02 TrendNormYears       PIC 99.
      *    Combined all-meters summary, written after the trend report
      *    when the run carried more than one meter: one line per
      *    (meter, year) with the three all-in plan totals from
           02 FILLER           PIC X(13)   VALUE "         Base".
           02 FILLER           PIC X(13)   VALUE "        Tempo".
           02 FILLER           PIC X(13)   VALUE "        HP/HC".
           02 FILLER           PIC X(11)   VALUE "        kWh".

       01  CombinedDetailLine USAGE IS DISPLAY.
           02 CmbMeter             PIC X(14).
           02 CmbBase              PIC B$$$$$$$9.99-.
           02 CmbTempo             PIC B$$$$$$$9.99-.
           02 CmbHPHC              PIC B$$$$$$$9.99-.
           02 CmbKwh               PIC B(3)-(7)9.

       01  CombinedWork USAGE IS COMPUTATIONAL.
           02 CmbMeterBase         PIC 9(8)V99.
           02 CmbMeterTempo        PIC 9(8)V99.
           02 CmbMeterHPHC         PIC 9(8)V99.
           02 CmbCurMeter          PIC 99.
           02 CmbMeterWh           PIC 9(11).
           02 CmbMeterNormWh       PIC S9(11).
           02 CmbMeterNormBase     PIC S9(8)V99.
           02 CmbMeterNormTempo    PIC S9(8)V99.
           02 CmbMeterNormHPHC     PIC S9(8)V99.
       01  CmbYearDisplay          PIC 9999.

       01  TrendBestName           PIC X(5).
       01  TrendAmtDisplay         PIC $(7)9.99.
       01  TrendYearsDisplay       PIC Z9.

      *    Degree-days from DjuFilename, per calendar day of up to 40
      *    years, and per calendar month the average daily DJU over
      *    every row in the file: the reference climate the weather
      *    normalization brings each metered year back to.
       01  DjuTable.
           02 DjuYearCount         PIC 99 COMP.
           02 DjuYearTbl OCCURS 40 TIMES.
               03 DjuYear          PIC 9999.
               03 DjuMonthTbl OCCURS 12 TIMES.
                   04 DjuDayTbl OCCURS 31 TIMES.
                       05 DjuValue PIC 99V9 COMP.
                       05 DjuSeen  PIC X.
                           88 DjuKnown VALUE "Y".
           02 DjuRefMonthTbl OCCURS 12 TIMES.
               03 DjuRefSum        PIC 9(7)V9 COMP.
               03 DjuRefDays       PIC 9(5) COMP.
               03 DjuRefAvg        PIC 99V9(4) COMP.
           02 DjuRowsDropped       PIC 9(5) COMP.
       01  DjuParseFields.
           02 DjuDateAlpha         PIC X(10).
           02 DjuValueAlpha        PIC X(10).
           02 DjuRowYearX          PIC X(4).
           02 DjuRowYear REDEFINES DjuRowYearX PIC 9999.
           02 DjuRowMonthX         PIC X(2).
           02 DjuRowMonth REDEFINES DjuRowMonthX PIC 99.
           02 DjuRowDayX           PIC X(2).
           02 DjuRowDay REDEFINES DjuRowDayX PIC 99.
       01  DjuLookupYear           PIC 9999.
       01  DjuHit                  PIC 99 COMP.
       01  DjuYearSub              PIC 99 COMP.
       01  DjuMonthSub             PIC 99 COMP.

      *    Hourly grid intensity from Co2Filename, one calendar year
      *    per Co2YearTbl entry, each hour holding the sum and count
      *    of the rows read for it (one hourly row, or the quarter-hour
      *    rows averaged). A count of zero is an hour with no value.
       01  Co2Table.
           02 Co2YearCount         PIC 99 COMP VALUE ZERO.
           02 Co2YearTbl OCCURS 12 TIMES.
               03 Co2Year          PIC 9999 COMP.
               03 Co2MonthTbl OCCURS 12 TIMES.
                   04 Co2DayTbl OCCURS 31 TIMES.
                       05 Co2HourTbl OCCURS 24 TIMES.
                           06 Co2GSum      PIC 9(6) COMP.
                           06 Co2GCount    PIC 99 COMP.
       01  Co2ParseFields.
           02 Co2Field1            PIC X(30).
           02 Co2Field2            PIC X(20).
           02 Co2Field3            PIC X(20).
           02 Co2ValueAlpha        PIC X(10).
           02 Co2TimeAlpha         PIC X(20).
           02 Co2HourX             PIC X(2) JUSTIFIED RIGHT.
           02 Co2Hour REDEFINES Co2HourX PIC 99.
           02 Co2RowYearX          PIC X(4).
           02 Co2RowYear REDEFINES Co2RowYearX PIC 9999.
           02 Co2RowMonthX         PIC X(2).
           02 Co2RowMonth REDEFINES Co2RowMonthX PIC 99.
           02 Co2RowDayX           PIC X(2).
           02 Co2RowDay REDEFINES Co2RowDayX PIC 99.
       01  Co2Work USAGE IS COMPUTATIONAL.
           02 Co2RowsDropped       PIC 9(6).
           02 Co2YearSub           PIC 99.
           02 Co2Hit               PIC 99.
           02 Co2HourSub           PIC 99.
           02 Co2CacheYear         PIC 9999.
           02 Co2CacheSub          PIC 99.
           02 Co2Gkwh              PIC 9(4)V99.
           02 Co2HpGkwh            PIC 9(4)V99.
           02 Co2HcSum             PIC 9(6)V99.
           02 Co2HcN               PIC 99.
           02 Co2SaveHour          PIC 99.
           02 HourCo2G             PIC 9(6)V99.
           02 Co2MissTotal         PIC 9(6).
       01  Co2FoundFlag            PIC X VALUE "N".
           88 Co2Found             VALUE "Y".

      *    Weather normalization. Heating makes a meter's daily Wh
      *    grow with the day's DJU, so ComputeWeatherNormalization
      *    fits each meter's complete days (23 hours or more) with a
      *    known DJU, over all of its loaded years, to
      *    Wh = WxIntercept + WxSlope x DJU by least squares. WxSlope x
      *    DJU is the day's weather-dependent share, the rest its base
      *    load. Moving every day from its own DJU to its month's
      *    reference DJU gives the normalized Wh (WxDeltaWh per year);
      *    the energy moved is priced at the day's own average rate
      *    under each plan (WxAdj*), before and after taxes, so the
      *    trend and combined reports can show each year as if it had
      *    had the reference climate. A meter needs WxMinFitDays such
      *    days to be fitted; a negative slope is taken as no weather
      *    dependency at all.
       01  WxMinFitDays            PIC 99 COMP VALUE 30.
       01  WeatherFit USAGE IS COMPUTATIONAL.
           02 WxMeterTbl OCCURS 4 TIMES.
               03 WxFitDays        PIC 9(5).
               03 WxSumX           PIC 9(7)V9.
               03 WxSumY           PIC 9(11).
               03 WxSumXY          PIC 9(13)V9.
               03 WxSumXX          PIC 9(9)V99.
               03 WxSlope          PIC 9(6)V99.
               03 WxIntercept      PIC S9(7)V99.
               03 WxFitted         PIC 9.
           02 WxYearTbl OCCURS 12 TIMES.
               03 WxWeatherWh      PIC 9(9).
               03 WxDeltaWh        PIC S9(9).
               03 WxDjuSum         PIC 9(5)V9.
               03 WxDjuRefSum      PIC 9(5)V9(4).
               03 WxDaysWithDju    PIC 999.
               03 WxDaysNoDju      PIC 999.
               03 WxAdjBase        PIC S9(6)V9(6).
               03 WxAdjTempo       PIC S9(6)V9(6).
               03 WxAdjHPHC        PIC S9(6)V9(6).
               03 WxAdjBaseTtc     PIC S9(6)V9(6).
               03 WxAdjTempoTtc    PIC S9(6)V9(6).
               03 WxAdjHPHCTtc     PIC S9(6)V9(6).
       01  WeatherWork USAGE IS COMPUTATIONAL.
           02 WxPass               PIC 9.
           02 WxMeterSub           PIC 99.
           02 WxHourSub            PIC 99.
           02 WxDayHours           PIC 99.
           02 WxDayWh              PIC 9(7).
           02 WxDayDju             PIC 99V9.
           02 WxDayWeatherWh       PIC 9(7).
           02 WxDayDeltaWh         PIC S9(7).
           02 WxNum                PIC S9(16)V99.
           02 WxDen                PIC S9(14)V99.
           02 WxNormWh             PIC S9(9).
       01  WxDayDjuFlag            PIC X.
           88 WxDayHasDju          VALUE "Y".
       01  WxSlopeDisp             PIC Z(5)9.
       01  WxInterceptDisp         PIC -(6)9.
       01  WxDaysDisp              PIC ZZZZ9.
       01  WxDjuDisp               PIC ZZZZ9.9.
       01  WxRefDisp               PIC ZZZZ9.9.
       01  WxNoDjuDisp             PIC ZZ9.

      *    Tempo season report: the loaded days regrouped by Tempo
      *    season (September 1 to August 31, the contract year
      *    ValidateTempoCalendar counts its 22 Rouge / 43 Blanc days
      *    in) instead of by calendar year. WriteSeasonReport rebuilds
      *    each of a meter's seasons from the DayDetailTable slices of
      *    the two slots it straddles - September to December from the
      *    start year's slot, January to August from the next one's -
      *    and projects the rest of the season from the Rouge/Blanc
      *    days still left in the quota and the meter's average day of
      *    each color, priced at the tariff in force on the last
      *    metered day. SnColor* entries run 1 Rouge, 2 Blanc, 3 Bleu.
       01  SeasonWork USAGE IS COMPUTATIONAL.
           02 SnMeter              PIC 99.
           02 SnStartYear          PIC 9(4).
           02 SnFirstYear          PIC 9(4).
           02 SnLastYear           PIC 9(4).
           02 SnSlotA              PIC 99.
           02 SnSlotB              PIC 99.
           02 SnCurSlot            PIC 99.
           02 SnMonth              PIC 99.
           02 SnColorNbr           PIC 9.
           02 SnMetDayCount        PIC 9(4).
           02 SnCostBase           PIC 9(6)V9(6).
           02 SnCostTempo          PIC 9(6)V9(6).
           02 SnCostHPHC           PIC 9(6)V9(6).
           02 SnWh                 PIC 9(10).
           02 SnKwh REDEFINES SnWh PIC 9(7)V999.
           02 SnProjWh             PIC 9(10).
           02 SnProjKwh REDEFINES SnProjWh PIC 9(7)V999.
           02 SnProjBase           PIC 9(6)V9(6).
           02 SnProjTempo          PIC 9(6)V9(6).
           02 SnProjHPHC           PIC 9(6)V9(6).
           02 SnEstTotal           PIC 9(6)V9(6).
           02 SnDayCost            PIC 9(4)V9(6).
           02 SnDaysInSeason       PIC 999.
           02 SnAsOfDayNbr         PIC 999.
           02 SnDaysLeft           PIC 999.
           02 SnAllDays            PIC 9(4).
           02 SnAllHPWh            PIC 9(10).
           02 SnAllHCWh            PIC 9(10).
           02 SnColorStats OCCURS 3 TIMES.
               03 SnQuotaUsed      PIC 9(3).
               03 SnQuotaLeft      PIC 9(3).
               03 SnMetDays        PIC 9(3).
               03 SnMetHours       PIC 9(5).
               03 SnMetWh          PIC 9(10).
               03 SnMetKwh REDEFINES SnMetWh PIC 9(7)V999.
               03 SnPrfDays        PIC 9(4).
               03 SnPrfHPWh        PIC 9(10).
               03 SnPrfHCWh        PIC 9(10).
               03 SnAvgHPWh        PIC 9(7).
               03 SnAvgHCWh        PIC 9(7).
       01  SnColorValues.
           02 FILLER               PIC X(6)        VALUE "RougeR".
           02 FILLER               PIC X(6)        VALUE "BlancW".
           02 FILLER               PIC X(6)        VALUE "Bleu B".
       01  FILLER REDEFINES SnColorValues.
           02 SnColorEntry OCCURS 3 TIMES.
               03 SnColorName      PIC X(5).
               03 SnColorCode      PIC X.
       01  SnQuotaValues.
           02 FILLER               PIC 999         VALUE 22.
           02 FILLER               PIC 999         VALUE 43.
           02 FILLER               PIC 999         VALUE 0.
       01  FILLER REDEFINES SnQuotaValues.
           02 SnQuota              PIC 999 OCCURS 3 TIMES.
       01  SnFromDate.
           02 SnFromYear           PIC 9999.
           02 SnFromMonth          PIC 99.
           02 SnFromDay            PIC 99.
       01  SnFromDateX REDEFINES SnFromDate PIC X(8).
       01  SnAsOfDate.
           02 SnAsOfYear           PIC 9999.
           02 SnAsOfMonth          PIC 99.
           02 SnAsOfDay            PIC 99.
       01  SnAsOfDateX REDEFINES SnAsOfDate PIC X(8).
       01  SnFromDisp.
           02 SnFromDispYear       PIC 9999.
           02 FILLER               PIC X VALUE "-".
           02 SnFromDispMonth      PIC 99.
           02 FILLER               PIC X VALUE "-".
           02 SnFromDispDay        PIC 99.
       01  SnAsOfDisp.
           02 SnAsOfDispYear       PIC 9999.
           02 FILLER               PIC X VALUE "-".
           02 SnAsOfDispMonth      PIC 99.
           02 FILLER               PIC X VALUE "-".
           02 SnAsOfDispDay        PIC 99.
       01  SnRestDisp.
           02 SnRestDispYear       PIC 9999.
           02 FILLER               PIC X VALUE "-".
           02 SnRestDispMonth      PIC 99.
           02 FILLER               PIC X VALUE "-".
           02 SnRestDispDay        PIC 99.
       01  SnEndYear               PIC 9999.
       01  SnDaysDisplay           PIC ZZ9.
       01  SnKwhDisplay            PIC Z(6)9.
       01  SeasonLine              PIC X(80).

       01  SeasonPlanHeading USAGE IS DISPLAY.
           02 FILLER               PIC X(10)       VALUE "Plan".
           02 FILLER               PIC X(10)       VALUE "       KWh".
           02 FILLER               PIC X(11)       VALUE "    To date".
           02 FILLER               PIC X(12)       VALUE "   Rest proj".
           02 FILLER               PIC X(12)       VALUE "  Season est".

       01  SeasonPlanLine USAGE IS DISPLAY.
           02 SnpName              PIC X(10).
           02 SnpKwh               PIC B(3)ZZZBZZ9.
           02 SnpCost              PIC $$$B$$9.99-.
           02 SnpProj              PIC B$$$$$$9.99.
           02 SnpTotal             PIC B$$$$$$9.99.

       01  SeasonColorHeading USAGE IS DISPLAY.
           02 FILLER               PIC X(10)       VALUE "Color".
           02 FILLER               PIC X(6)        VALUE " Quota".
           02 FILLER               PIC X(6)        VALUE "  Used".
           02 FILLER               PIC X(6)        VALUE "  Left".
           02 FILLER               PIC X(9)        VALUE " Met days".
           02 FILLER               PIC X(7)        VALUE "  Hours".
           02 FILLER               PIC X(10)       VALUE "       KWh".

       01  SeasonColorLine USAGE IS DISPLAY.
           02 SncName              PIC X(10).
           02 SncQuota             PIC B(3)ZZZ.
           02 SncUsed              PIC B(3)ZZ9.
           02 SncLeft              PIC B(3)ZZ9.
           02 SncMetDays           PIC B(6)ZZ9.
           02 SncHours             PIC B(2)ZZZZ9.
           02 SncKwh               PIC B(3)ZZZBZZ9.

      *    YearIdxMonthlyBreakdown prints one MonthHeading plus the
      *    per-category DetailLine rows and the three plan cost lines
      *    for every month of the year that has metered hours, after
           02 MonthBaseCost        PIC 9(6)V9(6).
           02 MonthTempoCost       PIC 9(6)V9(6).
           02 MonthHPHCCost        PIC 9(6)V9(6).
           02 MonthBaseTtc         PIC 9(6)V9(6).
           02 MonthTempoTtc        PIC 9(6)V9(6).
           02 MonthHPHCTtc         PIC 9(6)V9(6).
       01  MonthCost               PIC 9(6)V9(6) COMP.
       01  MonthTtc                PIC 9(6)V9(6) COMP.

      *    Budget rows from BudgetFilename, in file order.
       01  BudgetTable.
           02 BudEntryCount        PIC 9(4) COMP VALUE ZERO.
           02 BudEntry OCCURS 0 TO 600 TIMES
                   DEPENDING ON BudEntryCount
                   INDEXED BY BudIdx.
               03 BudMeterId       PIC X(14).
               03 BudYear          PIC 9999.
               03 BudMonth         PIC 99.
               03 BudKwh           PIC 9(6)V999 COMP.
               03 BudEur           PIC 9(6)V99 COMP.
       01  BudParseFields.
           02 BudMeterAlpha        PIC X(14).
           02 BudYearAlpha         PIC X(4).
           02 BudYearNum REDEFINES BudYearAlpha PIC 9999.
           02 BudMonthAlpha        PIC X(2) JUSTIFIED RIGHT.
           02 BudMonthNum REDEFINES BudMonthAlpha PIC 99.
           02 BudKwhAlpha          PIC X(10).
           02 BudEurAlpha          PIC X(10).

      *    Budget comparison for the report year, built by
      *    ComputeBudgetYear under the plan the site is billed under,
      *    chosen with TEMPO_PLAN (BudPlanIdx 1 Base, 2 Tempo, 3 HP/HC;
      *    the chargeback prices under it too): per month the budget
      *    and the actual kWh and TTC cost, subscription fee included;
      *    the year to date over the months both metered and budgeted;
      *    and the projected year-end - the metered months as they
      *    are, each month still to come at its budget or, with none,
      *    at the average of the same month in the meter's other
      *    loaded years. The projection is kept in two parts so it is
      *    held against the budget like for like: BudProjWh/BudProjEur
      *    over the budgeted months, BudOutWh/BudOutEur over the rest.
      *    A budgeted-months projection more than BudTolPct percent
      *    over the year's budget, in euros or in kWh, is an overrun;
      *    only a year not yet over (TodayYear or later) goes to the
      *    alert file, so a past year's overrun is not raised again
      *    night after night.
       01  BudPlanIdx              PIC 9 VALUE 2.
       01  BudPlanName             PIC X(5) VALUE "Tempo".
       01  BudTolPct               PIC 999 VALUE 5.
       01  BudgetYear USAGE IS COMPUTATIONAL.
           02 BymMonthTbl OCCURS 12 TIMES.
               03 BymKnown         PIC 9.
               03 BymMetered       PIC 9.
               03 BymBudKwh        PIC 9(6)V999.
               03 BymBudEur        PIC 9(6)V99.
               03 BymActWh         PIC 9(9).
               03 BymActEur        PIC 9(6)V9(6).
           02 BudYearKnown         PIC 9.
           02 BudYtdBudKwh         PIC 9(7)V999.
           02 BudYtdBudEur         PIC 9(7)V99.
           02 BudYtdActWh          PIC 9(10).
           02 BudYtdActEur         PIC 9(7)V9(6).
           02 BudYearBudKwh        PIC 9(7)V999.
           02 BudYearBudEur        PIC 9(7)V99.
           02 BudProjWh            PIC 9(10).
           02 BudProjEur           PIC 9(7)V9(6).
           02 BudOutWh             PIC 9(10).
           02 BudOutEur            PIC 9(7)V9(6).
           02 BudProjBudMonths     PIC 99.
           02 BudProjHistMonths    PIC 99.
           02 BudProjNoneMonths    PIC 99.
       01  BudgetWork USAGE IS COMPUTATIONAL.
           02 BudMonthSub          PIC 99.
           02 BudSlot              PIC 99.
           02 BudCatSub            PIC 99.
           02 BudPlanTtc           PIC 9(6)V9(6).
           02 BudPlanHt            PIC 9(6)V9(6).
           02 BudHistN             PIC 99.
           02 BudHistWh            PIC 9(10).
           02 BudHistEur           PIC 9(7)V9(6).
           02 BudVarKwh            PIC S9(7)V999.
           02 BudVarEur            PIC S9(7)V99.
      *        the budget a variance is a percentage of
           02 BudBaseKwh           PIC 9(7)V999.
           02 BudBaseEur           PIC 9(7)V99.
       01  BudOverrunFlag          PIC X.
           88 BudOverrun           VALUE "Y".
       01  BudgetHeading USAGE IS DISPLAY.
           02 BhdName              PIC X(16).
           02 FILLER               PIC X(10)   VALUE "       kWh".
           02 FILLER               PIC X(9)    VALUE "     var%".
           02 FILLER               PIC X(13)   VALUE "      EUR TTC".
           02 FILLER               PIC X(9)    VALUE "     var%".
       01  BudgetLine USAGE IS DISPLAY.
           02 BudName              PIC X(16).
           02 BudKwhOut            PIC -(9)9.
           02 BudKwhPct            PIC B(2)-(4)9.9.
           02 BudEurOut            PIC B(2)-(7)9.99.
           02 BudEurPct            PIC B(2)-(4)9.9.
       01  BudSummaryLine          PIC X(80).
       01  BudMonthsDisp           PIC Z9.
       01  BudHistDisp             PIC Z9.
       01  BudNoneDisp             PIC Z9.
       01  BudTolDisp              PIC ZZ9.
      *    overruns held for WriteBudgetAlerts at the end of the run
       01  BudAlerts.
           02 BudAlertCount        PIC 99 COMP VALUE ZERO.
           02 BudAlertEntry OCCURS 12 TIMES.
               03 BalMeterId       PIC X(14).
               03 BalYear          PIC 9999.
               03 BalPlanName      PIC X(5).
               03 BalProjEur       PIC 9(7)V99.
               03 BalBudEur        PIC 9(7)V99.
               03 BalEurPct        PIC S9(5)V9.
               03 BalProjKwh       PIC 9(8).
               03 BalBudKwh        PIC 9(8).
               03 BalKwhPct        PIC S9(5)V9.
       01  BalIdx                  PIC 99 COMP.
       01  BalEurDisp              PIC Z(6)9.99.
       01  BalBudEurDisp           PIC Z(6)9.99.
       01  BalKwhDisp              PIC Z(7)9.
       01  BalBudKwhDisp           PIC Z(7)9.
       01  BalEurPctDisp           PIC +(5)9.9.
       01  BalKwhPctDisp           PIC +(5)9.9.

      *    Cost-center shares from AllocFilename, in file order.
       01  AllocTable.
           02 AlcEntryCount        PIC 9(4) COMP VALUE ZERO.
           02 AlcEntry OCCURS 0 TO 200 TIMES
                   DEPENDING ON AlcEntryCount
                   INDEXED BY AlcIdx.
               03 AlcEffDateX      PIC X(8).
               03 AlcMeterId       PIC X(14).
               03 AlcCenter        PIC X(10).
               03 AlcPct           PIC 999V9999 COMP.
       01  AlcParseFields.
           02 AlcDateAlpha         PIC X(10).
           02 AlcMeterAlpha        PIC X(14).
           02 AlcCenterAlpha       PIC X(10).
           02 AlcPctAlpha          PIC X(10).
       01  AlcDateParts.
           02 AlcYearAlpha         PIC X(4).
           02 AlcMonthAlpha        PIC X(2).
           02 AlcDayAlpha          PIC X(2).

      *    Chargeback of one meter-month, built by ChargebackMonth.
      *    Each cost center the month touches gets a weight per
      *    figure, summed over the days of the month with the center's
      *    share that day: for figures 1-6 (Wh of Rouge HP, Rouge HC,
      *    Blanc HP, Blanc HC, Bleu HP, Bleu HC) the day's Wh of the
      *    category, for 7-8 (usage cost HT and TTC under BudPlanIdx)
      *    the day's cost, for 9-10 (subscription fee HT and TTC) the
      *    calendar day itself. The meter's own figure for the month,
      *    in whole Wh or cents, is then split in proportion by
      *    SplitChargebackFigure. Shares short of 100 % on a day go to
      *    CbUnassigned, so every Wh and cent lands on some center.
       01  CbUnassigned            PIC X(10) VALUE "UNASSIGNED".
       01  CbMonthWork.
           02 CbwCount             PIC 99 COMP.
           02 CbwEntry OCCURS 30 TIMES.
               03 CbwCenter        PIC X(10).
               03 CbwCatW          PIC 9(9)V9(6) COMP OCCURS 6 TIMES.
               03 CbwCostW         PIC 9(7)V9(8) COMP.
               03 CbwDayW          PIC 99V9(8) COMP.
               03 CbwWeight        PIC 9(9)V9(8) COMP.
               03 CbwFrac          PIC S9V9(8) COMP.
               03 CbwOut           PIC 9(9) COMP.
               03 CbwFig           PIC 9(9) COMP OCCURS 10 TIMES.
           02 CbTargetFig          PIC 9(9) COMP OCCURS 10 TIMES.
       01  CbWork USAGE IS COMPUTATIONAL.
           02 CbMonth              PIC 99.
           02 CbDay                PIC 99.
           02 CbCat                PIC 99.
           02 CbFigure             PIC 99.
           02 CbSub                PIC 99.
           02 CbPick               PIC 99.
           02 CbShare              PIC 9V9(8).
           02 CbPctSum             PIC 9(5)V9999.
           02 CbDayCost            PIC 9(4)V9(6).
           02 CbTarget             PIC 9(9).
           02 CbAssigned           PIC 9(9).
           02 CbRemain             PIC 9(9).
           02 CbWeightSum          PIC 9(11)V9(6).
           02 CbExact              PIC 9(9)V9(8).
           02 CbBestFrac           PIC S9V9(8).
           02 CbPeriod             PIC 9(6).
           02 CbLines              PIC 9(4).
           02 CbSortPass           PIC 999.
       01  CbDayDate.
           02 CbDayYear            PIC 9999.
           02 CbDayMonth           PIC 99.
           02 CbDayNbr             PIC 99.
       01  CbDayDateX REDEFINES CbDayDate PIC X(8).
       01  CbSetDate               PIC X(8).
       01  CbLookupCenter          PIC X(10).
       01  CbOverflowFlag          PIC X VALUE "N".
           88 CbOverflow           VALUE "Y".

      *    Every meter-month's split, one entry per cost center, held
      *    for WriteChargeback at the end of the run; CbmXxx keep the
      *    meter's own figures the entries add back up to. CbPeriod
      *    and CbmPeriod are YYYYMM.
       01  ChargebackTable.
           02 CbEntryCount         PIC 9(4) COMP VALUE ZERO.
           02 CbEntry OCCURS 0 TO 3000 TIMES
                   DEPENDING ON CbEntryCount
                   INDEXED BY CbIdx.
               03 CbCenter         PIC X(10).
               03 CbMeterNbr       PIC 99 COMP.
               03 CbEntPeriod      PIC 9(6) COMP.
               03 CbFig            PIC 9(9) COMP OCCURS 10 TIMES.
       01  CbMeterMonthTable.
           02 CbmCount             PIC 9(4) COMP VALUE ZERO.
           02 CbmEntry OCCURS 0 TO 144 TIMES
                   DEPENDING ON CbmCount
                   INDEXED BY CbmIdx.
               03 CbmMeterNbr      PIC 99 COMP.
               03 CbmPeriod        PIC 9(6) COMP.
               03 CbmFig           PIC 9(9) COMP OCCURS 10 TIMES.
      *    the statement's cost centers and months, each in order
       01  CbCenterList.
           02 CbCtrCount           PIC 99 COMP VALUE ZERO.
           02 CbCtrName            PIC X(10) OCCURS 60 TIMES.
       01  CbCtrIdx                PIC 99 COMP.
       01  CbCtrSwap               PIC X(10).
       01  CbPeriodList.
           02 CbPerCount           PIC 999 COMP VALUE ZERO.
           02 CbPerKey             PIC 9(6) COMP OCCURS 144 TIMES.
       01  CbPerIdx                PIC 999 COMP.
       01  CbPerSwap               PIC 9(6) COMP.
       01  CbSums USAGE IS COMPUTATIONAL.
           02 CbOutFig             PIC 9(11) OCCURS 10 TIMES.
           02 CbBlockFig           PIC 9(11) OCCURS 10 TIMES.
           02 CbCenterFig          PIC 9(11) OCCURS 10 TIMES.
           02 CbCheckFig           PIC 9(11) OCCURS 10 TIMES.
           02 CbCenterPeriods      PIC 999.
       01  CbPeriodNum             PIC 9(6).
       01  CbPeriodDisp REDEFINES CbPeriodNum.
           02 CbPdYear             PIC 9999.
           02 CbPdMonth            PIC 99.
       01  ChargebackFilename      PIC X(64) VALUE SPACES.
       01  ChargebackFileStatus    PIC XX.
       01  ChargebackOpenFlag      PIC X VALUE "N".
           88 ChargebackFileOpen   VALUE "Y".

      *    Chargeback statement lines: per cost center and month a
      *    kWh line by Tempo category and a EUR line per meter, then
      *    the block's total when it spans several meters.
       01  CbTitleLine             PIC X(80).
       01  CbBlockHeading.
           02 FILLER               PIC X(12)   VALUE "Cost center ".
           02 CbhCenter            PIC X(10).
           02 FILLER               PIC X(8)    VALUE "  month ".
           02 CbhYear              PIC 9999.
           02 FILLER               PIC X       VALUE "-".
           02 CbhMonth             PIC 99.
       01  CbKwhHeading.
           02 FILLER               PIC X(14)   VALUE "kWh".
           02 FILLER               PIC X(11)   VALUE "   Rouge HP".
           02 FILLER               PIC X(11)   VALUE "   Rouge HC".
           02 FILLER               PIC X(11)   VALUE "   Blanc HP".
           02 FILLER               PIC X(11)   VALUE "   Blanc HC".
           02 FILLER               PIC X(11)   VALUE "    Bleu HP".
           02 FILLER               PIC X(11)   VALUE "    Bleu HC".
       01  CbCostHeading.
           02 FILLER               PIC X(14)   VALUE "EUR".
           02 FILLER               PIC X(11)   VALUE "   Usage HT".
           02 FILLER               PIC X(11)   VALUE "  Usage TTC".
           02 FILLER               PIC X(11)   VALUE "     Abo HT".
           02 FILLER               PIC X(11)   VALUE "    Abo TTC".
           02 FILLER               PIC X(11)   VALUE "  Total TTC".
       01  CbKwhLine.
           02 CbkName              PIC X(14).
           02 CbkKwh               PIC Z(6)9.999 OCCURS 6 TIMES.
       01  CbCostLine.
           02 CbcName              PIC X(14).
           02 CbcAmt               PIC Z(7)9.99 OCCURS 5 TIMES.
       01  CbReconHeading.
           02 FILLER               PIC X(14)   VALUE "Meter".
           02 FILLER               PIC X(7)    VALUE "Month".
           02 FILLER               PIC X(13)   VALUE "    kWh meter".
           02 FILLER               PIC X(13)   VALUE "  kWh centers".
           02 FILLER               PIC X(12)   VALUE "   TTC meter".
           02 FILLER               PIC X(12)   VALUE " TTC centers".
       01  CbReconLine.
           02 CbrMeter             PIC X(14).
           02 CbrYear              PIC 9999.
           02 FILLER               PIC X       VALUE "-".
           02 CbrMonth             PIC 99.
           02 CbrKwhMeter          PIC Z(8)9.999.
           02 CbrKwhCenters        PIC Z(8)9.999.
           02 CbrTtcMeter          PIC Z(8)9.99.
           02 CbrTtcCenters        PIC Z(8)9.99.
           02 FILLER               PIC XX      VALUE SPACES.
           02 CbrVerdict           PIC X(4).
       01  CbCountDisp             PIC ZZZ9.
       01  CbCenterDisp            PIC Z9.

      *    Accounting file, one fixed 122-byte record per cost center,
      *    meter and month, amounts with an implied decimal point:
      *      1      record type, "D"
      *      2-11   cost center
      *      12-17  year and month, YYYYMM
      *      18-31  meter (blank for a single-meter file)
      *      32     plan priced under: B Base, T Tempo, H HP/HC
      *      33-86  Wh of Rouge HP, Rouge HC, Blanc HP, Blanc HC,
      *             Bleu HP, Bleu HC, 9 digits each
      *      87-122 usage cost HT, usage cost TTC, subscription HT,
      *             subscription TTC, 9(7)V99 each
       01  CbFlatRec.
           02 CbfRecType           PIC X       VALUE "D".
           02 CbfCenter            PIC X(10).
           02 CbfYear              PIC 9999.
           02 CbfMonth             PIC 99.
           02 CbfMeterId           PIC X(14).
           02 CbfPlan              PIC X.
           02 CbfWh                PIC 9(9) OCCURS 6 TIMES.
           02 CbfAmt               PIC 9(7)V99 OCCURS 4 TIMES.

      *    Solar injection section, printed after the plan comparisons
      *    for a year in which the meter injected anything, and under
      *    each month of the breakdown that did: the KWh exported per
      *    category with their buy-back value and share of the year's
      *    (month's) export, then the grid share. InjWork
      *    holds the year's or the month's figures so one
      *    InjPrintSection prints both.
       01  InjHeading USAGE IS DISPLAY.
           02 FILLER               PIC X(10)       VALUE "Injection".
           02 FILLER               PIC X(10)       VALUE "       KWh".
           02 FILLER               PIC X(11)       VALUE "     Value ".
           02 FILLER               PIC X(8)        VALUE "   Share".
       01  InjDetailLine USAGE IS DISPLAY.
           02 PrnInjName           PIC X(10).
           02 PrnInjKwh            PIC B(3)ZZZBZZ9.
           02 PrnInjValue          PIC $$$B$$9.99-.
           02 PrnInjShare          PIC B(2)ZZ9.9.
           02 PrnInjPct            PIC X.
       01  InjWork USAGE IS COMPUTATIONAL.
           02 InjCatKWh            PIC 9(6)V999 OCCURS 9 TIMES.
           02 InjCatVal            PIC 9(6)V9(6) OCCURS 9 TIMES.
           02 InjConsKWh           PIC 9(6)V999.
           02 InjSharePct          PIC 999V9.

      *    Emissions section, printed after the injection section of
      *    every year when an intensity file was loaded: per category
      *    the KWh, kg CO2, average g/kWh over the hours with a value
      *    and the hours without one, then the kg per month split by
      *    Tempo color and by HP/HC.
       01  Co2Heading USAGE IS DISPLAY.
           02 FILLER               PIC X(10)       VALUE "Emissions".
           02 FILLER               PIC X(10)       VALUE "       KWh".
           02 FILLER               PIC X(10)       VALUE "    kg CO2".
           02 FILLER               PIC X(8)        VALUE "   g/kWh".
           02 FILLER               PIC X(10)       VALUE " no-data h".
       01  Co2DetailLine USAGE IS DISPLAY.
           02 PrnCo2Name           PIC X(10).
           02 PrnCo2Kwh            PIC B(3)ZZZBZZ9.
           02 PrnCo2Kg             PIC B(2)Z(5)9.9.
           02 PrnCo2Rate           PIC B(4)ZZZ9.
           02 PrnCo2Miss           PIC B(5)ZZZZ9.
       01  Co2MonthHeading USAGE IS DISPLAY.
           02 FILLER               PIC X(10)       VALUE "kg CO2".
           02 FILLER               PIC X(9)        VALUE "    Rouge".
           02 FILLER               PIC X(9)        VALUE "    Blanc".
           02 FILLER               PIC X(9)        VALUE "     Bleu".
           02 FILLER               PIC X(9)        VALUE "       HP".
           02 FILLER               PIC X(9)        VALUE "       HC".
           02 FILLER               PIC X(9)        VALUE "    Total".
           02 FILLER               PIC X(10)       VALUE " no-data h".
       01  Co2MonthLine USAGE IS DISPLAY.
           02 PrnCo2MonthYear      PIC 9999.
           02 FILLER               PIC X           VALUE "-".
           02 PrnCo2MonthNum       PIC 99.
           02 FILLER               PIC X(3)        VALUE SPACES.
           02 PrnCo2MonthKg        PIC Z(6)9.9 OCCURS 6 TIMES.
           02 PrnCo2MonthMiss      PIC B(5)ZZZZ9.
       01  Co2MissLine             PIC X(80).
       01  Co2KgWork               PIC 9(10)V99 COMP.
       01  Co2WhWork               PIC 9(9) COMP.
       01  Co2KgDisp               PIC -(6)9.9.
       01  Co2KwhDisp              PIC Z(6)9.9.
       01  Co2MissDisp             PIC Z(4)9.

      *    YearIdxReconciliation compares CTotalHours(YearIdx, 1) (the
      *    Base row, every metered hour for the year) against the
      *    1 normally, 0 for the spring DST jump's 02:00, 2 for the
      *    autumn fall-back's 02:00.
       01  HseExpected         PIC 9 COMP.

      *    HourWhTable keeps the metered Wh of every (year, month, day,
      *    hour) slot HourSeenTable counts rows for, so DetectAnomalies
      *    can revisit each hour once the whole batch is loaded. A slot
      *    seen more than once (the autumn 02:00, a re-delivered row)
      *    holds the rows' sum and is left out of the anomaly pass.
       01  HourWhTable USAGE IS COMPUTATIONAL.
           02 HourWhYearTbl OCCURS 12 TIMES.
               03 HourWhMonthTbl OCCURS 12 TIMES.
                   04 HourWhDayTbl OCCURS 31 TIMES.
                       05 HourWh   PIC 9(7) OCCURS 24 TIMES.
       01  MissingHourCount         PIC 9(4) COMP.
       01  DuplicateHourCount       PIC 9(4) COMP.

       01  DailyBaseDisp           PIC 9(4).99.
       01  DailyTempoDisp          PIC 9(4).99.
       01  DailyHPHCDisp           PIC 9(4).99.
       01  DailyDjuDisp            PIC 99.9.
       01  DailyDjuText            PIC X(4).

      *    Rouge HP is the most expensive slot (0.6274 then 0.5486
      *    EUR/kWh), so demand-management planning wants to know which
       01  HueConsWhDisplay   PIC Z(5)9.
       01  HueThreshDisplay   PIC Z(5)9.

      *    Anomaly detection: the fixed Rouge HP threshold above misses
      *    a heater left on over a Bleu weekend or a site drawing at
      *    night, so once the batch is loaded DetectAnomalies builds
      *    each meter's own baseline - mean and spread of the Wh it
      *    draws per (weekday/weekend, month, hour of day), and per
      *    complete day - from every hour loaded, then flags each hour
      *    and each complete day more than AnomSigma standard
      *    deviations and at least AnomMinWh away from it, high or
      *    low. Every event is one line of AnomalyFilename; an event
      *    inside the dates this run's batch files delivered for its
      *    meter is new, and any new event sets the run's return code
      *    (see Begin). A baseline cell judges nothing until it holds
      *    AnomMinSamples hours (days). AnomSigma zero disables it.
       01  AnomSigma               PIC 9 VALUE 3.
       01  AnomMinWh               PIC 9(6) VALUE 500.
       01  AnomMinSamples          PIC 99 COMP VALUE 4.
       01  AnomalyFilename         PIC X(64) VALUE SPACES.
       01  AnomalyFileStatus       PIC XX.
       01  AnomalyFileOpenFlag     PIC X VALUE "N".
           88 AnomalyFileOpen      VALUE "Y".
       01  AnomBaseline USAGE IS COMPUTATIONAL.
           02 AnbMeterTbl OCCURS 4 TIMES.
      *        day type 1 = Monday-Friday, 2 = Saturday/Sunday
               03 AnbTypeTbl OCCURS 2 TIMES.
                   04 AnbMonthTbl OCCURS 12 TIMES.
                       05 AnbHourTbl OCCURS 24 TIMES.
                           06 AnbHourN     PIC 9(5).
                           06 AnbHourSum   PIC 9(12).
                           06 AnbHourSumSq PIC 9(18).
                       05 AnbDayN          PIC 9(5).
                       05 AnbDaySum        PIC 9(12).
                       05 AnbDaySumSq      PIC 9(18).
       01  AnomWork USAGE IS COMPUTATIONAL.
           02 AnomPass             PIC 9.
           02 AnomMonth            PIC 99.
           02 AnomDay              PIC 99.
           02 AnomHourSub          PIC 99.
           02 AnomDayType          PIC 9.
           02 AnomDayHours         PIC 99.
           02 AnomWh               PIC 9(7).
           02 AnomDayWh            PIC 9(7).
           02 AnomDayCost          PIC S9(6)V9(6).
           02 AnomEventCost        PIC S9(6)V9(6).
           02 AnomN                PIC 9(5).
           02 AnomSum              PIC 9(12).
           02 AnomSumSq            PIC 9(18).
           02 AnomMean             PIC 9(7)V99.
           02 AnomVar              PIC S9(13)V99.
           02 AnomSd               PIC 9(7)V99.
           02 AnomDev              PIC S9(7)V99.
           02 AnomAbsDev           PIC 9(7)V99.
           02 AnomLimit            PIC 9(8)V99.
           02 AnomZellerYear       PIC 9(4).
           02 AnomZellerMonth      PIC 99.
           02 AnomZellerK          PIC 9(4).
           02 AnomZellerJ          PIC 9(4).
           02 AnomZellerWork       PIC 9(5).
           02 AnomZellerH          PIC 9(2).
       01  AnomFlag                PIC X.
           88 AnomFlagged          VALUE "Y".
       01  AnomKind                PIC X(9).
           88 AnomHourHighKind     VALUE "hour_high".
           88 AnomHourLowKind      VALUE "hour_low".
           88 AnomDayHighKind      VALUE "day_high".
           88 AnomDayLowKind       VALUE "day_low".
       01  AnomNewFlag             PIC X.
           88 AnomIsNew            VALUE "Y".
       01  AnomDateX               PIC X(8).
       01  AnomCounts USAGE IS COMPUTATIONAL.
           02 AnomSlot OCCURS 12 TIMES.
               03 AnomHourHigh     PIC 9(5).
               03 AnomHourLow      PIC 9(5).
               03 AnomDayHigh      PIC 9(5).
               03 AnomDayLow       PIC 9(5).
               03 AnomNew          PIC 9(5).
               03 AnomExtraCost    PIC S9(7)V9(6).
       01  AnomTotal               PIC 9(6) COMP VALUE ZERO.
       01  AnomNewTotal            PIC 9(6) COMP VALUE ZERO.
       01  AnomLine                PIC X(100).
       01  AnomStampText           PIC X(25).
       01  AnomStampDisp.
           02 AnomStampYear        PIC 9999.
           02 FILLER               PIC X VALUE "-".
           02 AnomStampMonth       PIC 99.
           02 FILLER               PIC X VALUE "-".
           02 AnomStampDay         PIC 99.
           02 AnomStampTime.
               03 FILLER           PIC X VALUE "T".
               03 AnomStampHour    PIC 99.
               03 FILLER           PIC X(6) VALUE ":00:00".
               03 AnomStampTz      PIC X(6).
       01  AnomExpectedDisp        PIC 9(6).
       01  AnomActualDisp          PIC 9(6).
       01  AnomCostDisp            PIC +9(5).99.
       01  AnomCountDisp1          PIC ZZZZ9.
       01  AnomCountDisp2          PIC ZZZZ9.
       01  AnomCountDisp3          PIC ZZZZ9.
       01  AnomCountDisp4          PIC ZZZZ9.
       01  AnomTotalDisp           PIC ZZZZZ9.
       01  AnomNewDisp             PIC ZZZZZ9.
       01  AnomExtraDisp           PIC -(6)9.99.

      *    Load-shifting what-if: when enabled, every Rouge HP hour
      *    (and Blanc HP too if asked) contributes its shiftable share
      *    - a percentage of the hour, or a flat Wh amount capped at
               03 SimSavedCost     PIC 9(6)V9(6).
               03 SimShiftedWh     PIC 9(9).
               03 SimShiftedKWh REDEFINES SimShiftedWh PIC 9(6)V999.
      *        grams of CO2 the shifted Wh would not have emitted:
      *        the HP hour's intensity less the average of the same
      *        day's HC hours; a shifted hour either end of which has
      *        no intensity is counted in SimCo2Miss instead
               03 SimCo2SavedG     PIC S9(9)V99.
               03 SimCo2Miss       PIC 9(5).
       01  ShiftDescLine           PIC X(80).
       01  ShiftSuffix             PIC X(34).
       01  ShiftPctDisplay         PIC ZZ9.
           ACCEPT AuditDateNum FROM DATE YYYYMMDD
           ACCEPT AuditTimeNum FROM TIME
           PERFORM LoadTariffTable
           PERFORM LoadTaxTable
           PERFORM LoadDjuTable
           PERFORM LoadCo2Table
           PERFORM LoadBudgetTable
           PERFORM LoadAllocTable
           PERFORM LoadHphcWindows
           PERFORM LoadTempoCalendar
           PERFORM LoadTempoForecast
           PERFORM AcceptSubscribedTier
           PERFORM AcceptTierSwitch
           PERFORM AcceptHighUsageThreshold
           PERFORM AcceptAnomalySettings
           PERFORM AcceptBudgetSettings
           PERFORM AcceptShiftSimulation
           PERFORM AcceptDailyDetail
           PERFORM AcceptMasterFilename
               PERFORM WriteAuditLog
               STOP RUN
           END-IF
           PERFORM OpenRejectFile
           MOVE ZERO TO BatchLineNum
           READ BatchListFile AT END SET EndOfBatchList TO TRUE END-READ
           PERFORM UNTIL EndOfBatchList
               END-READ
           END-PERFORM
           CLOSE BatchListFile
           PERFORM CloseRejectFile

           IF MasterMode
               PERFORM PriceFromMaster
               STOP RUN
           END-IF

           PERFORM DetectAnomalies
           PERFORM ComputeWeatherNormalization
           PERFORM BuildSlotOrder
           PERFORM OpenExportFile
           PERFORM VARYING SlotOrdIdx FROM 1 BY 1
                       MOVE "WARN" TO AuditReconTable(YearIdx)
                   END-IF
                   PERFORM PrepareAboFees
                   PERFORM ComputeBudgetYear
                   IF AlcEntryCount > 0
                       PERFORM ChargebackYear
                   END-IF
                   PERFORM BuildReportFilename
                   PERFORM OpenReportFile
                   IF MeterId(SlotMeter(YearIdx)) NOT = SPACES
                   PERFORM YearIdxSavingsHPHC
                   DISPLAY SPACE
                   PERFORM WriteBlankLine
                   PERFORM YearIdxInjectionReport
                   IF Co2YearCount > 0
                       PERFORM YearIdxEmissionsReport
                   END-IF
                   PERFORM YearIdxMonthlyBreakdown
                   PERFORM YearIdxHighUsageReport
                   PERFORM YearIdxAnomalySummary
                   PERFORM YearIdxTierAdvice
                   PERFORM CloseReportFile
                   IF DailyDetailEnabled
           IF MeterCount > 1
               PERFORM WriteCombinedReport
           END-IF
           PERFORM WriteSeasonReport
           IF AlcEntryCount > 0
               PERFORM WriteChargeback
           END-IF
           PERFORM ReconcileInvoices
           PERFORM PrintTomorrowCostEstimate
           PERFORM MarkCheckpointComplete

      *    distinct return codes for the scheduler: 3 = Rouge
      *    tomorrow, 4 = Blanc tomorrow, 5 = new anomalies in this
      *    run's drop, 6/7 = new anomalies on a Rouge/Blanc eve,
      *    0 = nothing to flag (1 and 2 remain the fatal-error exits
      *    above)
           MOVE 0 TO RETURN-CODE
           IF ForecastFound
               EVALUATE TRUE
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           IF AnomNewTotal > 0
               EVALUATE RETURN-CODE
                   WHEN 3
                       MOVE 6 TO RETURN-CODE
                   WHEN 4
                       MOVE 7 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 5 TO RETURN-CODE
               END-EVALUATE
           END-IF
           PERFORM WriteBudgetAlerts
           PERFORM WriteAuditLog
           STOP RUN
           .
           END-IF
           .

      *----------------------------------------------------------------
      * AcceptAnomalySettings reads how far off its baseline an hour or
      * day must be to count as an anomaly: TEMPO_ANOMALY_SIGMA
      * standard deviations (default 3, 0 disables the pass) and at
      * least TEMPO_ANOMALY_MIN_WH Wh (default 500), so a near-flat
      * baseline does not flag every small wobble.
      *----------------------------------------------------------------
       AcceptAnomalySettings.
           MOVE SPACES TO EnvBuffer
           ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_ANOMALY_SIGMA"
           IF EnvBuffer = SPACES AND NOT BatchMode
               DISPLAY "Anomaly threshold in standard deviations"
                   " (blank for 3, 0 disables)? " WITH NO ADVANCING
               ACCEPT EnvBuffer
           END-IF
           IF EnvBuffer(1:1) IS NUMERIC
               MOVE EnvBuffer(1:1) TO AnomSigma
           END-IF
           IF AnomSigma > 0
               MOVE SPACES TO EnvBuffer
               ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_ANOMALY_MIN_WH"
               IF EnvBuffer = SPACES AND NOT BatchMode
                   DISPLAY "Smallest anomaly in Wh (blank for 500)? "
                       WITH NO ADVANCING
                   ACCEPT EnvBuffer
               END-IF
               IF EnvBuffer NOT = SPACES
                   MOVE ZERO TO AnomMinWh
                   MOVE EnvBuffer(1:6) TO AnomMinWh
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * AcceptBudgetSettings reads, when a budget or a cost-center
      * split was loaded, which plan the site is billed under
      * (TEMPO_PLAN = BASE, TEMPO or HPHC, default Tempo), and with a
      * budget the overrun tolerance in percent (TEMPO_BUDGET_TOL,
      * default 5).
      *----------------------------------------------------------------
       AcceptBudgetSettings.
           IF BudEntryCount > 0 OR AlcEntryCount > 0
               MOVE SPACES TO EnvBuffer
               ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_PLAN"
               IF EnvBuffer = SPACES AND NOT BatchMode
                   DISPLAY "Plan the site is billed under (BASE,"
                       " TEMPO, HPHC; blank for TEMPO)? "
                       WITH NO ADVANCING
                   ACCEPT EnvBuffer
               END-IF
               EVALUATE EnvBuffer(1:1)
                   WHEN "B"
                   WHEN "b"
                       MOVE 1 TO BudPlanIdx
                       MOVE "Base" TO BudPlanName
                   WHEN "H"
                   WHEN "h"
                       MOVE 3 TO BudPlanIdx
                       MOVE "HP/HC" TO BudPlanName
                   WHEN OTHER
                       MOVE 2 TO BudPlanIdx
                       MOVE "Tempo" TO BudPlanName
               END-EVALUATE
           END-IF
           IF BudEntryCount > 0
               MOVE SPACES TO EnvBuffer
               ACCEPT EnvBuffer FROM ENVIRONMENT "TEMPO_BUDGET_TOL"
               IF EnvBuffer = SPACES AND NOT BatchMode
                   DISPLAY "Budget overrun alert above what % (blank"
                       " for 5)? " WITH NO ADVANCING
                   ACCEPT EnvBuffer
               END-IF
               IF EnvBuffer NOT = SPACES
                   MOVE ZERO TO BudTolPct
                   MOVE EnvBuffer(1:3) TO BudTolPct
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * AcceptShiftSimulation reads the what-if inputs: a shiftable
      * percentage (TEMPO_SHIFT_PCT), or failing that a flat Wh amount
                   MOVE CkptRec TO HourSeenYearTbl(CkptYearIdx)
               END-IF
               PERFORM ReadCheckpointRec
               IF CkptLoadOk
                   MOVE CkptRec TO HourWhYearTbl(CkptYearIdx)
               END-IF
               PERFORM ReadCheckpointRec
               IF CkptLoadOk
                   MOVE CkptRec TO DayYearTbl(CkptYearIdx)
               END-IF
       ResetCheckpointState.
           INITIALIZE ConsoData
           INITIALIZE HourSeenTable
           INITIALIZE HourWhTable
           INITIALIZE SimData
           INITIALIZE DayDetailTable
           INITIALIZE SlotTable
                   WRITE CkptRec FROM YearFilenameTable(CkptYearIdx)
                   WRITE CkptRec FROM YearSums(CkptYearIdx)
                   WRITE CkptRec FROM HourSeenYearTbl(CkptYearIdx)
                   WRITE CkptRec FROM HourWhYearTbl(CkptYearIdx)
                   WRITE CkptRec FROM DayYearTbl(CkptYearIdx)
               END-PERFORM
               WRITE CkptRec FROM HighUsageEvents
                       INTO AuditLine
                   PERFORM WriteAuditRecord
               END-PERFORM
               IF AnomalyFilename NOT = SPACES
                   MOVE AnomTotal TO AnomTotalDisp
                   MOVE AnomNewTotal TO AnomNewDisp
                   MOVE SPACES TO AuditLine
                   STRING "  anomalies:" DELIMITED BY SIZE
                       AnomTotalDisp DELIMITED BY SIZE
                       " event(s)," DELIMITED BY SIZE
                       AnomNewDisp DELIMITED BY SIZE
                       " new, in " DELIMITED BY SIZE
                       AnomalyFilename DELIMITED BY SPACE
                       INTO AuditLine
                   PERFORM WriteAuditRecord
               END-IF
               IF BudAlertCount > 0
                   MOVE BudAlertCount TO AnomTotalDisp
                   MOVE SPACES TO AuditLine
                   STRING "  budget:" DELIMITED BY SIZE
                       AnomTotalDisp DELIMITED BY SIZE
                       " year(s) projected over budget, in "
                           DELIMITED BY SIZE
                       AlertFilename DELIMITED BY SPACE
                       INTO AuditLine
                   PERFORM WriteAuditRecord
               END-IF
               IF ChargebackFilename NOT = SPACES
                   MOVE CbCtrCount TO CbCenterDisp
                   MOVE CbmCount TO CbCountDisp
                   MOVE SPACES TO AuditLine
                   STRING "  chargeback: " DELIMITED BY SIZE
                       CbCenterDisp DELIMITED BY SIZE
                       " cost center(s)," DELIMITED BY SIZE
                       CbCountDisp DELIMITED BY SIZE
                       " meter-month(s), in " DELIMITED BY SIZE
                       ChargebackFilename DELIMITED BY SPACE
                       INTO AuditLine
                   PERFORM WriteAuditRecord
               END-IF
               IF Co2YearCount > 0
                   MOVE ZERO TO Co2MissTotal
                   PERFORM VARYING CkptYearIdx FROM 1 BY 1
                           UNTIL CkptYearIdx > 12
                       ADD CTotalCo2Miss(CkptYearIdx, 1) TO Co2MissTotal
                   END-PERFORM
                   MOVE Co2MissTotal TO AnomTotalDisp
                   MOVE SPACES TO AuditLine
                   STRING "  co2:" DELIMITED BY SIZE
                       AnomTotalDisp DELIMITED BY SIZE
                       " metered hour(s) without intensity in "
                           DELIMITED BY SIZE
                       Co2Filename DELIMITED BY SPACE
                       INTO AuditLine
                   PERFORM WriteAuditRecord
               END-IF
               IF RejectFilename NOT = SPACES
                   MOVE RejBadTimeCount TO RejBadTimeDisp
                   MOVE RejBadWhCount TO RejBadWhDisp
                   MOVE RejNoMeterCount TO RejNoMeterDisp
                   MOVE RejBadYearCount TO RejBadYearDisp
                   MOVE SPACES TO AuditLine
                   STRING "  rejects: BADTIME" DELIMITED BY SIZE
                       RejBadTimeDisp DELIMITED BY SIZE
                       " BADWH" DELIMITED BY SIZE
                       RejBadWhDisp DELIMITED BY SIZE
                       " NOMETER" DELIMITED BY SIZE
                       RejNoMeterDisp DELIMITED BY SIZE
                       " BADYEAR" DELIMITED BY SIZE
                       RejBadYearDisp DELIMITED BY SIZE
                       ", in " DELIMITED BY SIZE
                       RejectFilename DELIMITED BY SPACE
                       INTO AuditLine
                   PERFORM WriteAuditRecord
               END-IF
               IF AuditCalWarnings > 0
                   MOVE AuditCalWarnings TO AuditCalDisplay
                   MOVE SPACES TO AuditLine
           MOVE ZERO TO FileRowsSkipped
           MOVE ZERO TO MstNewCount
           MOVE ZERO TO MstUpdCount
           MOVE 1 TO TicLineNum
           IF CsvFilename = RejectFilename
               DISPLAY "Skipping this run's own reject file: "
                   CsvFilename
               MOVE "skipped: this run's reject file" TO AuditDispText
               PERFORM RecordFileDisposition
               SET FileDispDone TO TRUE
               SET EndOfFile TO TRUE
               MOVE "N" TO TicCsvOpenFlag
           ELSE
               PERFORM OpenTicFile
           END-IF

           PERFORM UNTIL EndOfFile
               ADD 1 TO TicLineNum
               IF TicRec NOT = SPACES
                   PERFORM ParseTicRow
                   IF TicRowAccepted
                       PERFORM AccumulateTicRow
                   ELSE
                       PERFORM RejectTicRow
                   END-IF
               END-IF
               READ TicCsv AT END SET EndOfFile TO TRUE END-READ
           END-PERFORM
           PERFORM FlushPendingHour
           IF NOT FileDispDone
               PERFORM RecordRowDisposition
           END-IF
           IF TicCsvOpen
               CLOSE TicCsv
               MOVE "N" TO TicCsvOpenFlag
           END-IF
           .

       OpenTicFile.
           OPEN INPUT TicCsv
           IF TicCsvFileStatus NOT = "00"
               MOVE "N" TO TicCsvOpenFlag
                   SET EndOfFile TO TRUE
               END-READ
           END-IF
           .

      *----------------------------------------------------------------
      * ParseTicRow splits one TIC row into TicData. The row may lead
      * with a meter-ID field ahead of the timestamp (three comma
      * fields instead of two), and a PV site's row carries its
      * injected Wh as one more field after the drawn Wh; FindMeterNbr
      * then resolves the ID - blank for a row that starts with its
      * timestamp - to a meter number in RowMeter. Anything from a
      * semicolon on is the annotation of a resubmitted reject row and
      * is cut off first. A row whose timestamp or Wh does not parse
      * is rejected before it can register a meter, and a row of a
      * registered meter is rejected when no year slot takes it (see
      * RejectFilename); TicRejectCode stays blank for a good row.
      *----------------------------------------------------------------
       ParseTicRow.
           MOVE SPACES TO TicRejectCode
           MOVE SPACES TO TicRowText
           UNSTRING TicRec DELIMITED BY ";" INTO TicRowText
           MOVE TicRowText TO TicRec
           MOVE SPACES TO TicParseFields
           UNSTRING TicRec DELIMITED BY ","
               INTO TicField1 TicField2 TicField3 TicField4
           MOVE SPACES TO TicData
           MOVE ZERO TO InjWh
           MOVE SPACES TO TicWhAlpha
           MOVE ZERO TO TicWhLen
           MOVE SPACES TO TicInjField
           MOVE SPACES TO TicInjAlpha
           MOVE ZERO TO TicInjLen
           IF TicField1(5:1) = "-" AND TicField1(11:1) = "T"
               MOVE SPACES TO TicMeterId
               UNSTRING TicRec DELIMITED BY ","
                   INTO RFC3339DT, ConsWh, InjWh
               UNSTRING TicField2 DELIMITED BY SPACE
                   INTO TicWhAlpha COUNT IN TicWhLen
               MOVE TicField3 TO TicInjField
           ELSE
               MOVE TicField1 TO TicMeterId
               UNSTRING TicRec DELIMITED BY ","
                   INTO TicMeterScratch, RFC3339DT, ConsWh, InjWh
               UNSTRING TicField3 DELIMITED BY SPACE
                   INTO TicWhAlpha COUNT IN TicWhLen
               MOVE TicField4 TO TicInjField
           END-IF
           PERFORM CheckTicTimestamp
           IF TicRowAccepted
               INSPECT TicWhAlpha REPLACING LEADING SPACE BY ZERO
               IF TicWhLen = 0 OR TicWhLen > 6
                       OR TicWhAlpha IS NOT NUMERIC
                   SET TicRejBadWh TO TRUE
               END-IF
           END-IF
      *    the injected Wh is optional, but when the field is there it
      *    must be a whole number of Wh like the drawn Wh
           IF TicRowAccepted AND TicInjField NOT = SPACES
               UNSTRING TicInjField DELIMITED BY SPACE
                   INTO TicInjAlpha COUNT IN TicInjLen
               INSPECT TicInjAlpha REPLACING LEADING SPACE BY ZERO
               IF TicInjLen = 0 OR TicInjLen > 6
                       OR TicInjAlpha IS NOT NUMERIC
                   SET TicRejBadWh TO TRUE
               END-IF
           END-IF
           IF TicRowAccepted
               PERFORM FindMeterNbr
               IF RowMeter = 0
                   SET TicRejNoMeter TO TRUE
               END-IF
           END-IF
           IF TicRowAccepted
               PERFORM CheckTicYear
           END-IF
           .

      *    BADTIME unless the row's timestamp reads as a real calendar
      *    date (29 February in a leap year only) and a valid hour
       CheckTicTimestamp.
           IF DateYear IS NOT NUMERIC OR DateMonth IS NOT NUMERIC
                   OR DateDay IS NOT NUMERIC OR TimeHour IS NOT NUMERIC
                   OR TimeMinute IS NOT NUMERIC
                   OR RFC3339DT(5:1) NOT = "-"
                   OR RFC3339DT(8:1) NOT = "-"
                   OR RFC3339DT(11:1) NOT = "T"
                   OR RFC3339DT(14:1) NOT = ":"
               SET TicRejBadTime TO TRUE
           ELSE
               IF DateMonth < 1 OR DateMonth > 12 OR DateDay < 1
                       OR TimeHour > 23 OR TimeMinute > 59
                   SET TicRejBadTime TO TRUE
               ELSE
                   IF DateDay > DaysInMonth(DateMonth)
                       DIVIDE DateYear BY 4 GIVING TicLeapQuot
                           REMAINDER TicLeapRem
                       IF DateMonth NOT = 2 OR DateDay NOT = 29
                               OR TicLeapRem NOT = 0
                           SET TicRejBadTime TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    BADYEAR when the row's year cannot be booked. Direct mode
      *    resolves (allocating if need be) the row's slot now, so the
      *    hour FlushMeterBucket books later finds it; master mode
      *    takes any year the master's key does and leaves slots to
      *    PriceFromMaster.
       CheckTicYear.
           IF MasterMode
               IF DateYear < 2000 OR DateYear > 2099
                   SET TicRejBadYear TO TRUE
               END-IF
           ELSE
               PERFORM FindYearSlot
               IF YearIdx = 0
                   SET TicRejBadYear TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * RejectTicRow counts a row ParseTicRow turned down, against its
      * file and its reason, and writes it to the reject file (see
      * RejectFilename).
      *----------------------------------------------------------------
       RejectTicRow.
           ADD 1 TO FileRowsSkipped
           ADD 1 TO RejTotalCount
           EVALUATE TRUE
               WHEN TicRejBadTime
                   ADD 1 TO RejBadTimeCount
               WHEN TicRejBadWh
                   ADD 1 TO RejBadWhCount
               WHEN TicRejNoMeter
                   ADD 1 TO RejNoMeterCount
               WHEN OTHER
                   ADD 1 TO RejBadYearCount
           END-EVALUATE
           IF RejectFileOpen
               MOVE TicLineNum TO TicLineDisp
               MOVE SPACES TO RejectLine
               STRING TicRec DELIMITED BY "   "
                   ";" DELIMITED BY SIZE
                   CsvFilename DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   TicLineDisp DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   TicRejectCode DELIMITED BY SPACE
                   INTO RejectLine
               WRITE RejectRec FROM RejectLine
           END-IF
           .

      *----------------------------------------------------------------
      * OpenRejectFile starts <batch>-rejects.csv with its header line
      * before the batch loop; a resumed run extends the file the
      * interrupted run began, so the rows of the files it already
      * did are kept. An unwritable reject file is a warning: the
      * rows are still counted.
      *----------------------------------------------------------------
       OpenRejectFile.
           MOVE SPACES TO ReportBaseName ReportBaseExt RejectFilename
           UNSTRING BatchListFilename DELIMITED BY "."
               INTO ReportBaseName ReportBaseExt
           STRING ReportBaseName DELIMITED BY SPACE
               "-rejects.csv" DELIMITED BY SIZE
               INTO RejectFilename
           INITIALIZE TicRejectCounts
           MOVE "N" TO RejectFileOpenFlag
           IF ResumeFilesDone > 0
               OPEN EXTEND RejectFile
               IF RejectFileStatus = "00"
                   SET RejectFileOpen TO TRUE
               END-IF
           END-IF
           IF NOT RejectFileOpen
               OPEN OUTPUT RejectFile
               IF RejectFileStatus = "00"
                   SET RejectFileOpen TO TRUE
                   MOVE "row;source;line;reason" TO RejectLine
                   WRITE RejectRec FROM RejectLine
               ELSE
                   DISPLAY "WARNING: cannot open reject file "
                       RejectFilename ", rejected rows will not be"
                       " written"
               END-IF
           END-IF
           .

       CloseRejectFile.
           IF RejectFileOpen
               CLOSE RejectFile
               MOVE "N" TO RejectFileOpenFlag
           END-IF
           IF RejTotalCount > 0
               MOVE RejTotalCount TO RejectCountDisp
               DISPLAY "Rejected rows:" RejectCountDisp
                   ", written to " RejectFilename
           END-IF
           .

      *----------------------------------------------------------------
           MOVE MstHour TO TimeHour
           MOVE MstTz TO RFCOffset
           MOVE MstWh TO ConsWh
           MOVE MstInjWh TO InjWh
           PERFORM FindMeterNbr
           PERFORM FindYearSlot
           IF YearIdx > 0
      * force on that date for the tier subscribed on that date, so a
      * mid-year tariff change and a mid-year tier switch both land on
      * the exact day they took effect. The switch date itself is
      * billed at the new tier. ProratedAboXxxTtc carry the same fees
      * with each day's CTA and subscription VAT added.
      *----------------------------------------------------------------
       PrepareAboFees.
           PERFORM SetYearDayTable
           MOVE ZERO TO AboBaseSum
           MOVE ZERO TO AboTempoSum
           MOVE ZERO TO AboHPHCSum
           MOVE ZERO TO AboBaseTtcSum
           MOVE ZERO TO AboTempoTtcSum
           MOVE ZERO TO AboHPHCTtcSum
           MOVE ZERO TO AboDayOfYear
           MOVE PrnYear TO RateLookupYear
           PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
               MOVE MonthIdx TO RateLookupMonth
               MOVE ZERO TO AboMonthTtc(MonthIdx, 1)
               MOVE ZERO TO AboMonthTtc(MonthIdx, 2)
               MOVE ZERO TO AboMonthTtc(MonthIdx, 3)
               MOVE ZERO TO AboMonthHt(MonthIdx, 1)
               MOVE ZERO TO AboMonthHt(MonthIdx, 2)
               MOVE ZERO TO AboMonthHt(MonthIdx, 3)
               PERFORM VARYING AboDayNum FROM 1 BY 1
                       UNTIL AboDayNum > AdjDaysInMonth(MonthIdx)
                   ADD 1 TO AboDayOfYear
                   END-IF
                   PERFORM FindTariffForDate
                   IF TarHit > 0
                       PERFORM SetAboTaxMult
                       COMPUTE AboDayShare =
                           TarAboBase(TarHit) / DaysInYearTotal
                       ADD AboDayShare TO AboBaseSum
                       COMPUTE AboBaseTtcSum = AboBaseTtcSum
                           + AboDayShare * AboTaxMult
                       COMPUTE AboMonthTtc(MonthIdx, 1) =
                           AboMonthTtc(MonthIdx, 1)
                           + AboDayShare * AboTaxMult
                       ADD AboDayShare TO AboMonthHt(MonthIdx, 1)
                       COMPUTE AboDayShare =
                           TarAboTempo(TarHit) / DaysInYearTotal
                       ADD AboDayShare TO AboTempoSum
                       COMPUTE AboTempoTtcSum = AboTempoTtcSum
                           + AboDayShare * AboTaxMult
                       COMPUTE AboMonthTtc(MonthIdx, 2) =
                           AboMonthTtc(MonthIdx, 2)
                           + AboDayShare * AboTaxMult
                       ADD AboDayShare TO AboMonthHt(MonthIdx, 2)
                       COMPUTE AboDayShare =
                           TarAboHPHC(TarHit) / DaysInYearTotal
                       ADD AboDayShare TO AboHPHCSum
                       COMPUTE AboHPHCTtcSum = AboHPHCTtcSum
                           + AboDayShare * AboTaxMult
                       COMPUTE AboMonthTtc(MonthIdx, 3) =
                           AboMonthTtc(MonthIdx, 3)
                           + AboDayShare * AboTaxMult
                       ADD AboDayShare TO AboMonthHt(MonthIdx, 3)
                   END-IF
               END-PERFORM
           END-PERFORM
           ADD ZERO TO AboBaseSum GIVING ProratedAboBase ROUNDED
           ADD ZERO TO AboTempoSum GIVING ProratedAboTempo ROUNDED
           ADD ZERO TO AboHPHCSum GIVING ProratedAboHPHC ROUNDED
           ADD ZERO TO AboBaseTtcSum GIVING ProratedAboBaseTtc ROUNDED
           ADD ZERO TO AboTempoTtcSum
               GIVING ProratedAboTempoTtc ROUNDED
           ADD ZERO TO AboHPHCTtcSum GIVING ProratedAboHPHCTtc ROUNDED
           .

      *----------------------------------------------------------------
      * SetAboTaxMult sets AboTaxMult for the day in RateLookupDate:
      * the CTA is levied on the subscription fee, and the
      * subscription VAT on the fee plus its CTA.
      *----------------------------------------------------------------
       SetAboTaxMult.
           PERFORM FindTaxForDate
           IF TaxHit = 0
               MOVE 1 TO AboTaxMult
           ELSE
               COMPUTE AboTaxMult =
                   (1 + TaxCtaPct(TaxHit) / 100)
                   * (1 + TaxVatAboPct(TaxHit) / 100)
           END-IF
           .

      *----------------------------------------------------------------
       YearIdxGrandTotals.
      *    Process "Base"
           MOVE CTotalCost(YearIdx, 1) TO TotalCost(1)
           MOVE CTotalTtc(YearIdx, 1) TO TotalTtc(1)
           MOVE 1 TO TableIdx
           PERFORM TableIdxDisplayLine

           MOVE "Tempo" TO PrnName
           MOVE TempoTotalKWh TO PrnTotalKwh
           ADD ZERO TO TempoTotalCost GIVING PrnTotalCost ROUNDED
           ADD ZERO TO TempoTotalTtc GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine
           .
      * CaptureTrendTotals stores this year's all-in cost under each
      * plan while TempoTotalCost/HPHCTotalCost still hold pure usage
      * cost (YearIdxSavings/YearIdxSavingsHPHC add the fee difference
      * into them afterwards), both before and after taxes.
      *----------------------------------------------------------------
       CaptureTrendTotals.
           COMPUTE TrendBaseTotal(YearIdx) ROUNDED =
               TempoTotalCost + ProratedAboTempo
           COMPUTE TrendHPHCTotal(YearIdx) ROUNDED =
               HPHCTotalCost + ProratedAboHPHC
           COMPUTE TrendBaseTtc(YearIdx) ROUNDED =
               TotalTtc(1) + ProratedAboBaseTtc
           COMPUTE TrendTempoTtc(YearIdx) ROUNDED =
               TempoTotalTtc + ProratedAboTempoTtc
           COMPUTE TrendHPHCTtc(YearIdx) ROUNDED =
               HPHCTotalTtc + ProratedAboHPHCTtc
           .

      *----------------------------------------------------------------
                   GIVING PrnTotalCost ROUNDED
               DISPLAY DetailLine
               PERFORM WriteDetailLine
               IF Co2YearCount > 0
                   COMPUTE Co2KgDisp ROUNDED =
                       SimCo2SavedG(YearIdx) / 1000
                   MOVE SPACES TO ShiftDescLine
                   STRING "Sim CO2 saved:" DELIMITED BY SIZE
                       Co2KgDisp DELIMITED BY SIZE
                       " kg" DELIMITED BY SIZE
                       INTO ShiftDescLine
                   IF SimCo2Miss(YearIdx) > 0
                       MOVE SimCo2Miss(YearIdx) TO Co2MissDisp
                       STRING ShiftDescLine DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           Co2MissDisp DELIMITED BY SIZE
                           " shifted hour(s) without intensity"
                               DELIMITED BY SIZE
                           INTO Co2MissLine
                       MOVE Co2MissLine TO ShiftDescLine
                   END-IF
                   DISPLAY ShiftDescLine
                   PERFORM WriteShiftSimLine
               END-IF
           END-IF
           .

           END-IF
           .

      *----------------------------------------------------------------
      * YearIdxSavings compares Tempo against Base, before taxes in the
      * Cost column and all taxes included in the Cost TTC column.
      *----------------------------------------------------------------
       YearIdxSavings.
           MOVE SPACES TO DetailLine
           MOVE "Savings" TO PrnName
           SUBTRACT TotalCost(1) FROM TempoTotalCost
               GIVING PrnTotalCost ROUNDED
           SUBTRACT TotalTtc(1) FROM TempoTotalTtc
               GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine

           SUBTRACT ProratedAboBase FROM ProratedAboTempo
               GIVING TempCost
           ADD ZERO To TempCost GIVING PrnTotalCost ROUNDED
           SUBTRACT ProratedAboBaseTtc FROM ProratedAboTempoTtc
               GIVING TempTtc
           ADD ZERO TO TempTtc GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine

           ADD TempCost TO TempoTotalCost
           SUBTRACT TotalCost(1) FROM TempoTotalCost
               GIVING PrnTotalCost ROUNDED
           ADD TempTtc TO TempoTotalTtc
           SUBTRACT TotalTtc(1) FROM TempoTotalTtc
               GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine
           .
           MOVE "HP/HC" TO PrnName
           MOVE HPHCTotalKWh TO PrnTotalKwh
           ADD ZERO TO HPHCTotalCost GIVING PrnTotalCost ROUNDED
           ADD ZERO TO HPHCTotalTtc GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine

           MOVE "HPHC Save" TO PrnName
           SUBTRACT TotalCost(1) FROM HPHCTotalCost
               GIVING PrnTotalCost ROUNDED
           SUBTRACT TotalTtc(1) FROM HPHCTotalTtc
               GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine

           SUBTRACT ProratedAboBase FROM ProratedAboHPHC
               GIVING TempCost
           ADD ZERO TO TempCost GIVING PrnTotalCost ROUNDED
           SUBTRACT ProratedAboBaseTtc FROM ProratedAboHPHCTtc
               GIVING TempTtc
           ADD ZERO TO TempTtc GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine

           ADD TempCost TO HPHCTotalCost
           SUBTRACT TotalCost(1) FROM HPHCTotalCost
               GIVING PrnTotalCost ROUNDED
           ADD TempTtc TO HPHCTotalTtc
           SUBTRACT TotalTtc(1) FROM HPHCTotalTtc
               GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine
           .
           .

      *----------------------------------------------------------------
      * YearIdxAnomalySummary gives the year report the count of this
      * year's anomalies (see DetectAnomalies) by kind, what the
      * flagged hours cost over their baseline, and how many of the
      * year's events are new in this run's drop.
      *----------------------------------------------------------------
       YearIdxAnomalySummary.
           IF AnomSigma > 0
               MOVE AnomHourHigh(YearIdx) TO AnomCountDisp1
               MOVE AnomHourLow(YearIdx) TO AnomCountDisp2
               MOVE AnomDayHigh(YearIdx) TO AnomCountDisp3
               MOVE AnomDayLow(YearIdx) TO AnomCountDisp4
               MOVE SPACES TO HighUsageLine
               STRING "Anomalies:" DELIMITED BY SIZE
                   AnomCountDisp1 DELIMITED BY SIZE
                   " high," DELIMITED BY SIZE
                   AnomCountDisp2 DELIMITED BY SIZE
                   " low hour(s);" DELIMITED BY SIZE
                   AnomCountDisp3 DELIMITED BY SIZE
                   " high," DELIMITED BY SIZE
                   AnomCountDisp4 DELIMITED BY SIZE
                   " low day(s)" DELIMITED BY SIZE
                   INTO HighUsageLine
               DISPLAY HighUsageLine
               PERFORM WriteHighUsageLine
               ADD ZERO TO AnomExtraCost(YearIdx)
                   GIVING AnomExtraDisp ROUNDED
               MOVE AnomNew(YearIdx) TO AnomNewDisp
               MOVE SPACES TO HighUsageLine
               STRING "Anomalous hours extra cost TTC:"
                       DELIMITED BY SIZE
                   AnomExtraDisp DELIMITED BY SIZE
                   ", new this run:" DELIMITED BY SIZE
                   AnomNewDisp DELIMITED BY SIZE
                   INTO HighUsageLine
               DISPLAY HighUsageLine
               PERFORM WriteHighUsageLine
           END-IF
           .

      *----------------------------------------------------------------
      * DetectAnomalies runs once the whole batch is loaded (see
      * AnomBaseline). A first sweep of every slot's HourWhTable
      * builds each meter's baselines from all of its loaded years; a
      * second compares every hour and complete day against them and
      * writes each event to AnomalyFilename. Only hours seen exactly
      * once take part, and only days with all 24 of them, so the DST
      * changeover days and re-delivered hours never skew a baseline
      * or raise a false alarm.
      *----------------------------------------------------------------
       DetectAnomalies.
           INITIALIZE AnomBaseline
           INITIALIZE AnomCounts
           MOVE ZERO TO AnomTotal
           MOVE ZERO TO AnomNewTotal
           IF AnomSigma > 0
               PERFORM OpenAnomalyFile
               MOVE 1 TO AnomPass
               PERFORM VARYING YearIdx FROM 1 BY 1
                       UNTIL YearIdx > SlotCount
                   PERFORM AnomalySlotSweep
               END-PERFORM
               MOVE 2 TO AnomPass
               PERFORM VARYING YearIdx FROM 1 BY 1
                       UNTIL YearIdx > SlotCount
                   PERFORM AnomalySlotSweep
               END-PERFORM
               IF AnomalyFileOpen
                   CLOSE AnomalyFile
                   MOVE "N" TO AnomalyFileOpenFlag
               END-IF
               MOVE AnomTotal TO AnomTotalDisp
               MOVE AnomNewTotal TO AnomNewDisp
               DISPLAY "Anomalies:" AnomTotalDisp " event(s),"
                   AnomNewDisp " new in this run's drop, written to "
                   AnomalyFilename
           END-IF
           .

       OpenAnomalyFile.
           MOVE SPACES TO ReportBaseName ReportBaseExt AnomalyFilename
           UNSTRING BatchListFilename DELIMITED BY "."
               INTO ReportBaseName ReportBaseExt
           STRING ReportBaseName DELIMITED BY SPACE
               "-anomalies.csv" DELIMITED BY SIZE
               INTO AnomalyFilename
           OPEN OUTPUT AnomalyFile
           IF AnomalyFileStatus = "00"
               SET AnomalyFileOpen TO TRUE
               MOVE SPACES TO AnomLine
               STRING "meter,timestamp,kind,expected_wh,actual_wh,"
                       DELIMITED BY SIZE
                   "color,extra_cost_ttc_eur,new" DELIMITED BY SIZE
                   INTO AnomLine
               WRITE AnomalyRec FROM AnomLine
           ELSE
               MOVE "N" TO AnomalyFileOpenFlag
               DISPLAY "WARNING: cannot open anomaly file "
                   AnomalyFilename ", events will not be written"
           END-IF
           .

       AnomalySlotSweep.
           IF YearUsed(YearIdx)
               MOVE SlotMeter(YearIdx) TO RowMeter
               MOVE SlotYear(YearIdx) TO DateYear
               MOVE SlotYear(YearIdx) TO PrnYear
               PERFORM ComputeDstDays
               PERFORM VARYING AnomMonth FROM 1 BY 1
                       UNTIL AnomMonth > 12
                   PERFORM VARYING AnomDay FROM 1 BY 1
                           UNTIL AnomDay > 31
                       PERFORM AnomalyDay
                   END-PERFORM
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * AnomalyDay feeds one day of the slot into the baselines (pass
      * 1) or checks it against them (pass 2). A calendar day that
      * does not exist simply has no hours.
      *----------------------------------------------------------------
       AnomalyDay.
           MOVE AnomMonth TO DateMonth
           MOVE AnomDay TO DateDay
           MOVE ZERO TO AnomDayHours
           MOVE ZERO TO AnomDayWh
           MOVE ZERO TO AnomDayCost
           PERFORM ComputeAnomDayType
           PERFORM VARYING AnomHourSub FROM 1 BY 1
                   UNTIL AnomHourSub > 24
               IF HourSeenHour(YearIdx, AnomMonth, AnomDay,
                       AnomHourSub) = 1
                   MOVE HourWh(YearIdx, AnomMonth, AnomDay,
                       AnomHourSub) TO AnomWh
                   ADD 1 TO AnomDayHours
                   ADD AnomWh TO AnomDayWh
                   IF AnomPass = 1
                       ADD 1 TO AnbHourN(RowMeter, AnomDayType,
                           AnomMonth, AnomHourSub)
                       ADD AnomWh TO AnbHourSum(RowMeter, AnomDayType,
                           AnomMonth, AnomHourSub)
                       COMPUTE AnbHourSumSq(RowMeter, AnomDayType,
                               AnomMonth, AnomHourSub) =
                           AnbHourSumSq(RowMeter, AnomDayType,
                               AnomMonth, AnomHourSub)
                           + AnomWh * AnomWh
                   ELSE
                       PERFORM AnomalyHourCheck
                   END-IF
               END-IF
           END-PERFORM
           IF AnomDayHours = 24
               IF AnomPass = 1
                   ADD 1 TO AnbDayN(RowMeter, AnomDayType, AnomMonth)
                   ADD AnomDayWh
                       TO AnbDaySum(RowMeter, AnomDayType, AnomMonth)
                   COMPUTE AnbDaySumSq(RowMeter, AnomDayType,
                           AnomMonth) =
                       AnbDaySumSq(RowMeter, AnomDayType, AnomMonth)
                       + AnomDayWh * AnomDayWh
               ELSE
                   PERFORM AnomalyDayCheck
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * AnomalyHourCheck prices the hour's distance from its baseline
      * mean at the Tempo rate in force, TTC (the day event adds these
      * up), and records the hour as an event when it is out of range.
      *----------------------------------------------------------------
       AnomalyHourCheck.
           COMPUTE TimeHour = AnomHourSub - 1
           PERFORM SetCurrentRates
           PERFORM SetCouleurJour
           PERFORM ClassifyHpHc
           PERFORM SetTempoTableIdx
           MOVE AnbHourN(RowMeter, AnomDayType, AnomMonth, AnomHourSub)
               TO AnomN
           MOVE AnbHourSum(RowMeter, AnomDayType, AnomMonth,
               AnomHourSub) TO AnomSum
           MOVE AnbHourSumSq(RowMeter, AnomDayType, AnomMonth,
               AnomHourSub) TO AnomSumSq
           PERFORM LeaveOutAnomValue
           PERFORM ComputeAnomStats
           COMPUTE AnomDev = AnomWh - AnomMean
           COMPUTE AnomEventCost = AnomDev
               * (CurKwh(TableIdx) + CurAccise) / 1000 * CurVatKwhMult
           ADD AnomEventCost TO AnomDayCost
           IF AnomN >= AnomMinSamples
               PERFORM AnomalyOutOfRange
               IF AnomFlagged
                   IF AnomDev > 0
                       SET AnomHourHighKind TO TRUE
                       ADD 1 TO AnomHourHigh(YearIdx)
                   ELSE
                       SET AnomHourLowKind TO TRUE
                       ADD 1 TO AnomHourLow(YearIdx)
                   END-IF
                   ADD AnomEventCost TO AnomExtraCost(YearIdx)
                   MOVE TimeHour TO AnomStampHour
                   PERFORM SetAnomStampTz
                   PERFORM RecordAnomaly
               END-IF
           END-IF
           .

       AnomalyDayCheck.
           MOVE AnbDayN(RowMeter, AnomDayType, AnomMonth) TO AnomN
           MOVE AnbDaySum(RowMeter, AnomDayType, AnomMonth) TO AnomSum
           MOVE AnbDaySumSq(RowMeter, AnomDayType, AnomMonth)
               TO AnomSumSq
           MOVE AnomDayWh TO AnomWh
           PERFORM LeaveOutAnomValue
           IF AnomN >= AnomMinSamples
               PERFORM ComputeAnomStats
               COMPUTE AnomDev = AnomDayWh - AnomMean
               PERFORM AnomalyOutOfRange
               IF AnomFlagged
                   IF AnomDev > 0
                       SET AnomDayHighKind TO TRUE
                       ADD 1 TO AnomDayHigh(YearIdx)
                   ELSE
                       SET AnomDayLowKind TO TRUE
                       ADD 1 TO AnomDayLow(YearIdx)
                   END-IF
                   MOVE AnomDayCost TO AnomEventCost
                   PERFORM RecordAnomaly
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * LeaveOutAnomValue takes the hour (day) being judged, AnomWh,
      * back out of its baseline cell, so it is measured against the
      * meter's other hours (days) only. Left in, one outlier among
      * the eight or nine weekend days of a month drags the mean and
      * spread after it far enough never to reach three sigma.
      *----------------------------------------------------------------
       LeaveOutAnomValue.
           IF AnomN > 0
               SUBTRACT 1 FROM AnomN
               SUBTRACT AnomWh FROM AnomSum
               COMPUTE AnomSumSq = AnomSumSq - AnomWh * AnomWh
           END-IF
           .

      *----------------------------------------------------------------
      * ComputeAnomStats turns a baseline cell's count, sum and sum of
      * squares into its mean and (population) standard deviation.
      *----------------------------------------------------------------
       ComputeAnomStats.
           MOVE ZERO TO AnomMean
           MOVE ZERO TO AnomSd
           IF AnomN > 0
               COMPUTE AnomMean = AnomSum / AnomN
               COMPUTE AnomVar = AnomSumSq / AnomN
                   - AnomMean * AnomMean
               IF AnomVar > 0
                   COMPUTE AnomSd = AnomVar ** 0.5
               END-IF
           END-IF
           .

       AnomalyOutOfRange.
           MOVE "N" TO AnomFlag
           IF AnomDev < 0
               COMPUTE AnomAbsDev = 0 - AnomDev
           ELSE
               MOVE AnomDev TO AnomAbsDev
           END-IF
           COMPUTE AnomLimit = AnomSigma * AnomSd
           IF AnomAbsDev > AnomLimit AND AnomAbsDev >= AnomMinWh
               SET AnomFlagged TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * ComputeAnomDayType: Zeller's congruence (as in FindLastSunday,
      * with January and February counted as months 13 and 14 of the
      * year before) gives h = 0 Saturday, 1 Sunday, 2-6 Monday-Friday.
      *----------------------------------------------------------------
       ComputeAnomDayType.
           MOVE DateYear TO AnomZellerYear
           MOVE AnomMonth TO AnomZellerMonth
           IF AnomZellerMonth < 3
               ADD 12 TO AnomZellerMonth
               SUBTRACT 1 FROM AnomZellerYear
           END-IF
           DIVIDE AnomZellerYear BY 100
               GIVING AnomZellerJ REMAINDER AnomZellerK
           COMPUTE AnomZellerWork = 13 * (AnomZellerMonth + 1)
           DIVIDE AnomZellerWork BY 5 GIVING AnomZellerWork
           ADD AnomDay TO AnomZellerWork
           ADD AnomZellerK TO AnomZellerWork
           DIVIDE AnomZellerK BY 4 GIVING AnomZellerH
           ADD AnomZellerH TO AnomZellerWork
           DIVIDE AnomZellerJ BY 4 GIVING AnomZellerH
           ADD AnomZellerH TO AnomZellerWork
           COMPUTE AnomZellerWork = AnomZellerWork + 5 * AnomZellerJ
           DIVIDE AnomZellerWork BY 7
               GIVING AnomZellerWork REMAINDER AnomZellerH
           IF AnomZellerH < 2
               MOVE 2 TO AnomDayType
           ELSE
               MOVE 1 TO AnomDayType
           END-IF
           .

      *----------------------------------------------------------------
      * SetAnomStampTz rebuilds the hour's UTC offset for the event's
      * timestamp: +02:00 from 03:00 on the spring changeover day to
      * 01:00 on the autumn one, +01:00 otherwise. The doubled autumn
      * 02:00 never gets here (it is seen twice).
      *----------------------------------------------------------------
       SetAnomStampTz.
           MOVE "+01:00" TO AnomStampTz
           EVALUATE TRUE
               WHEN AnomMonth > 3 AND AnomMonth < 10
                   MOVE "+02:00" TO AnomStampTz
               WHEN AnomMonth = 3
                   IF AnomDay > DstSpringDay
                           OR (AnomDay = DstSpringDay AND TimeHour > 2)
                       MOVE "+02:00" TO AnomStampTz
                   END-IF
               WHEN AnomMonth = 10
                   IF AnomDay < DstFallDay
                           OR (AnomDay = DstFallDay AND TimeHour < 2)
                       MOVE "+02:00" TO AnomStampTz
                   END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * RecordAnomaly counts the event (new when its date falls in the
      * range MarkDropRange noted for the meter this run) and writes
      * its line: meter, timestamp (a day event carries the date
      * only), kind, expected and actual Wh, day color and extra cost.
      *----------------------------------------------------------------
       RecordAnomaly.
           ADD 1 TO AnomTotal
           MOVE DateYear TO AnomStampYear
           MOVE AnomMonth TO AnomStampMonth
           MOVE AnomDay TO AnomStampDay
           STRING AnomStampYear AnomStampMonth AnomStampDay
               DELIMITED BY SIZE INTO AnomDateX
           MOVE "N" TO AnomNewFlag
           IF MeterDropFrom(RowMeter) IS NUMERIC
               IF AnomDateX >= MeterDropFrom(RowMeter)
                       AND AnomDateX <= MeterDropTo(RowMeter)
                   SET AnomIsNew TO TRUE
                   ADD 1 TO AnomNew(YearIdx)
                   ADD 1 TO AnomNewTotal
               END-IF
           END-IF
           IF AnomalyFileOpen
               ADD ZERO TO AnomMean GIVING AnomExpectedDisp ROUNDED
               MOVE AnomWh TO AnomActualDisp
               ADD ZERO TO AnomEventCost GIVING AnomCostDisp ROUNDED
               IF AnomDayHighKind OR AnomDayLowKind
                   MOVE AnomStampDisp(1:10) TO AnomStampText
               ELSE
                   MOVE AnomStampDisp TO AnomStampText
               END-IF
               MOVE SPACES TO AnomLine
               STRING MeterId(RowMeter) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   AnomStampText DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   AnomKind DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   AnomExpectedDisp DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   AnomActualDisp DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   CouleurJour DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   AnomCostDisp DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   AnomNewFlag DELIMITED BY SIZE
                   INTO AnomLine
               WRITE AnomalyRec FROM AnomLine
           END-IF
           .

      *----------------------------------------------------------------
      * YearIdxTierAdvice closes the year report with the
      * tier-sizing numbers (see TierData): the year's peak hour,
      * each tier's would-be ceiling violations and its Tempo
      * subscription fee for this exact year, and the cheapest tier
      * the year's demand profile never crossed.
      *----------------------------------------------------------------
       YearIdxTierAdvice.
           PERFORM ComputeTierAboFees
           DISPLAY SPACE
           PERFORM WriteBlankLine
           MOVE TierPeakWh(YearIdx) TO TierPeakDisplay
           MOVE SPACES TO TierLine
           STRING "Tier advice - peak hour" DELIMITED BY SIZE
               TierPeakDisplay DELIMITED BY SIZE
               " Wh:" DELIMITED BY SIZE
               INTO TierLine
           DISPLAY TierLine
           PERFORM WriteTierLine
           MOVE ZERO TO TierRecommend
           PERFORM VARYING TierNbr FROM 1 BY 1 UNTIL TierNbr > 3
               PERFORM TierNbrAdviceLine
           END-PERFORM
      *    no tier held: the profile tops even 12kVA, so recommend
      *    the biggest rather than nothing
           IF TierRecommend = 0
               MOVE 3 TO TierRecommend
           END-IF
           MOVE SubscribedTier TO TierCurrent
           MOVE SPACES TO TierLine
           IF TierRecommend = TierCurrent
               STRING "Recommended tier: " DELIMITED BY SIZE
                   TierName(TierRecommend) DELIMITED BY SPACE
                   " - matches the current subscription"
                       DELIMITED BY SIZE
                   INTO TierLine
           ELSE
               COMPUTE TierFeeDelta ROUNDED =
                   TierAboSum(TierCurrent) - TierAboSum(TierRecommend)
               MOVE TierFeeDelta TO TierDeltaDisplay
               STRING "Recommended tier: " DELIMITED BY SIZE
                   TierName(TierRecommend) DELIMITED BY SPACE
                   " - fee difference " DELIMITED BY SIZE
                   TierDeltaDisplay DELIMITED BY SIZE
                   "/yr vs current " DELIMITED BY SIZE
                   TierName(TierCurrent) DELIMITED BY SPACE
                   INTO TierLine
           END-IF
           DISPLAY TierLine
           PERFORM WriteTierLine
           .

       TierNbrAdviceLine.
      *    cheapest tier the year's demand never topped - not just
      *    the smallest, since the sheet's fees are not monotonic
           IF TierExceedHours(YearIdx, TierNbr) = 0
               IF TierRecommend = 0
                   OR TierAboSum(TierNbr) < TierAboSum(TierRecommend)
           END-IF
           .

      *----------------------------------------------------------------
      * ComputeWeatherNormalization runs once the batch is loaded: a
      * first sweep gathers each meter's least-squares sums from its
      * complete days with a known DJU, WeatherSolveMeter fits the
      * meter, and a second sweep moves each metered day of a fitted
      * meter from its own DJU to the reference one (see WeatherFit).
      *----------------------------------------------------------------
       ComputeWeatherNormalization.
           INITIALIZE WeatherFit
           IF DjuYearCount > 0
               MOVE 1 TO WxPass
               PERFORM VARYING YearIdx FROM 1 BY 1
                       UNTIL YearIdx > SlotCount
                   PERFORM WeatherSlotSweep
               END-PERFORM
               PERFORM VARYING WxMeterSub FROM 1 BY 1
                       UNTIL WxMeterSub > MeterCount
                   PERFORM WeatherSolveMeter
               END-PERFORM
               MOVE 2 TO WxPass
               PERFORM VARYING YearIdx FROM 1 BY 1
                       UNTIL YearIdx > SlotCount
                   PERFORM WeatherSlotSweep
               END-PERFORM
           END-IF
           .

       WeatherSlotSweep.
           IF YearUsed(YearIdx)
               MOVE SlotMeter(YearIdx) TO RowMeter
               MOVE SlotYear(YearIdx) TO DjuLookupYear
               PERFORM FindDjuYear
               PERFORM VARYING MonthIdx FROM 1 BY 1
                       UNTIL MonthIdx > 12
                   PERFORM VARYING DayNum FROM 1 BY 1
                           UNTIL DayNum > 31
                       IF DayRowCount(YearIdx, MonthIdx, DayNum) > 0
                           PERFORM WeatherDay
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .

       WeatherDay.
           MOVE ZERO TO WxDayHours
           PERFORM VARYING WxHourSub FROM 1 BY 1
                   UNTIL WxHourSub > 24
               IF HourSeenHour(YearIdx, MonthIdx, DayNum, WxHourSub)
                       > 0
                   ADD 1 TO WxDayHours
               END-IF
           END-PERFORM
           COMPUTE WxDayWh = DayHPWh(YearIdx, MonthIdx, DayNum)
               + DayHCWh(YearIdx, MonthIdx, DayNum)
           MOVE "N" TO WxDayDjuFlag
           IF DjuHit > 0
               IF DjuKnown(DjuHit, MonthIdx, DayNum)
                   SET WxDayHasDju TO TRUE
                   MOVE DjuValue(DjuHit, MonthIdx, DayNum) TO WxDayDju
               END-IF
           END-IF
           IF WxPass = 1
               IF WxDayHasDju AND WxDayHours >= 23
                   ADD 1 TO WxFitDays(RowMeter)
                   ADD WxDayDju TO WxSumX(RowMeter)
                   ADD WxDayWh TO WxSumY(RowMeter)
                   COMPUTE WxSumXY(RowMeter) =
                       WxSumXY(RowMeter) + WxDayDju * WxDayWh
                   COMPUTE WxSumXX(RowMeter) =
                       WxSumXX(RowMeter) + WxDayDju * WxDayDju
               END-IF
           ELSE
               IF WxFitted(RowMeter) = 1
                   IF WxDayHasDju
                       PERFORM WeatherAdjustDay
                   ELSE
                       ADD 1 TO WxDaysNoDju(YearIdx)
                   END-IF
               END-IF
           END-IF
           .

       WeatherSolveMeter.
           IF WxFitDays(WxMeterSub) >= WxMinFitDays
               COMPUTE WxDen =
                   WxFitDays(WxMeterSub) * WxSumXX(WxMeterSub)
                   - WxSumX(WxMeterSub) * WxSumX(WxMeterSub)
               IF WxDen > 0
                   COMPUTE WxNum =
                       WxFitDays(WxMeterSub) * WxSumXY(WxMeterSub)
                       - WxSumX(WxMeterSub) * WxSumY(WxMeterSub)
                   IF WxNum > 0
                       COMPUTE WxSlope(WxMeterSub) ROUNDED =
                           WxNum / WxDen
                   END-IF
                   COMPUTE WxIntercept(WxMeterSub) ROUNDED =
                       (WxSumY(WxMeterSub)
                       - WxSlope(WxMeterSub) * WxSumX(WxMeterSub))
                       / WxFitDays(WxMeterSub)
                   MOVE 1 TO WxFitted(WxMeterSub)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * WeatherAdjustDay books one day of a fitted meter: its weather
      * share, and the Wh it would have drawn at its month's reference
      * DJU, both scaled down for a day metered only in part and kept
      * within the day's own Wh. The Wh moved is priced at the day's
      * own average HT rate under each plan, and TTC with the excise
      * and energy VAT in force that day added.
      *----------------------------------------------------------------
       WeatherAdjustDay.
           COMPUTE WxDayWeatherWh ROUNDED =
               WxSlope(RowMeter) * WxDayDju * WxDayHours / 24
           IF WxDayWeatherWh > WxDayWh
               MOVE WxDayWh TO WxDayWeatherWh
           END-IF
           COMPUTE WxDayDeltaWh ROUNDED = WxSlope(RowMeter)
               * (DjuRefAvg(MonthIdx) - WxDayDju) * WxDayHours / 24
           IF WxDayDeltaWh + WxDayWh < 0
               COMPUTE WxDayDeltaWh = 0 - WxDayWh
           END-IF
           ADD WxDayWeatherWh TO WxWeatherWh(YearIdx)
           ADD WxDayDeltaWh TO WxDeltaWh(YearIdx)
           ADD WxDayDju TO WxDjuSum(YearIdx)
           ADD DjuRefAvg(MonthIdx) TO WxDjuRefSum(YearIdx)
           ADD 1 TO WxDaysWithDju(YearIdx)
           IF WxDayWh > 0 AND WxDayDeltaWh NOT = 0
               MOVE SlotYear(YearIdx) TO DateYear
               MOVE MonthIdx TO DateMonth
               MOVE DayNum TO DateDay
               PERFORM SetCurrentRates
               COMPUTE WxAdjBase(YearIdx) = WxAdjBase(YearIdx)
                   + WxDayDeltaWh
                   * DayCostBase(YearIdx, MonthIdx, DayNum) / WxDayWh
               COMPUTE WxAdjTempo(YearIdx) = WxAdjTempo(YearIdx)
                   + WxDayDeltaWh
                   * DayCostTempo(YearIdx, MonthIdx, DayNum) / WxDayWh
               COMPUTE WxAdjHPHC(YearIdx) = WxAdjHPHC(YearIdx)
                   + WxDayDeltaWh
                   * DayCostHPHC(YearIdx, MonthIdx, DayNum) / WxDayWh
               COMPUTE WxAdjBaseTtc(YearIdx) = WxAdjBaseTtc(YearIdx)
                   + WxDayDeltaWh
                   * (DayCostBase(YearIdx, MonthIdx, DayNum) / WxDayWh
                   + CurAccise / 1000) * CurVatKwhMult
               COMPUTE WxAdjTempoTtc(YearIdx) = WxAdjTempoTtc(YearIdx)
                   + WxDayDeltaWh
                   * (DayCostTempo(YearIdx, MonthIdx, DayNum)
                   / WxDayWh + CurAccise / 1000) * CurVatKwhMult
               COMPUTE WxAdjHPHCTtc(YearIdx) = WxAdjHPHCTtc(YearIdx)
                   + WxDayDeltaWh
                   * (DayCostHPHC(YearIdx, MonthIdx, DayNum) / WxDayWh
                   + CurAccise / 1000) * CurVatKwhMult
           END-IF
           .

      *----------------------------------------------------------------
      * WriteTrendReport lays the batch's years side by side - each
      * used year's all-in Base/Tempo/HP-HC totals from TrendData,
           MOVE ZERO TO TrendBaseSum
           MOVE ZERO TO TrendTempoSum
           MOVE ZERO TO TrendHPHCSum
           MOVE ZERO TO TrendBaseTtcSum
           MOVE ZERO TO TrendTempoTtcSum
           MOVE ZERO TO TrendHPHCTtcSum
           MOVE ZERO TO TrendUsedYears
           MOVE ZERO TO TrendCurMeter
           MOVE ZERO TO TrendMeterYears
           MOVE ZERO TO TrendWhSum
           MOVE ZERO TO TrendNormWhSum
           MOVE ZERO TO TrendNormBaseSum
           MOVE ZERO TO TrendNormTempoSum
           MOVE ZERO TO TrendNormHPHCSum
           MOVE ZERO TO TrendNormBaseTtcSum
           MOVE ZERO TO TrendNormTempoTtcSum
           MOVE ZERO TO TrendNormHPHCTtcSum
           MOVE ZERO TO TrendNormYears
           PERFORM VARYING SlotOrdIdx FROM 1 BY 1
                   UNTIL SlotOrdIdx > SlotCount
               SET YearIdx TO SlotOrder(SlotOrdIdx)
                           DISPLAY MeterLine
                           PERFORM WriteMeterLine
                       END-IF
                       IF DjuYearCount > 0
                           PERFORM TrendWeatherFitLine
                       END-IF
                   END-IF
                   PERFORM ComputeTrendNormTotals
                   IF TrendMeterYears > 0
                       PERFORM TrendDeltaLine
                   END-IF
                   ADD TrendBaseTotal(YearIdx) TO TrendBaseSum
                   ADD TrendTempoTotal(YearIdx) TO TrendTempoSum
                   ADD TrendHPHCTotal(YearIdx) TO TrendHPHCSum
                   ADD TrendBaseTtc(YearIdx) TO TrendBaseTtcSum
                   ADD TrendTempoTtc(YearIdx) TO TrendTempoTtcSum
                   ADD TrendHPHCTtc(YearIdx) TO TrendHPHCTtcSum
                   MOVE TrendBaseTotal(YearIdx) TO TrendPrevBase
                   MOVE TrendTempoTotal(YearIdx) TO TrendPrevTempo
                   MOVE TrendHPHCTotal(YearIdx) TO TrendPrevHPHC
                   ADD CTotalWh(YearIdx, 1) TO TrendWhSum
                   MOVE CTotalWh(YearIdx, 1) TO TrendPrevWh
                   ADD WxNormWh TO TrendNormWhSum
                   ADD TrendNormBase TO TrendNormBaseSum
                   ADD TrendNormTempo TO TrendNormTempoSum
                   ADD TrendNormHPHC TO TrendNormHPHCSum
                   COMPUTE TrendNormBaseTtcSum ROUNDED =
                       TrendNormBaseTtcSum + TrendBaseTtc(YearIdx)
                       + WxAdjBaseTtc(YearIdx)
                   COMPUTE TrendNormTempoTtcSum ROUNDED =
                       TrendNormTempoTtcSum + TrendTempoTtc(YearIdx)
                       + WxAdjTempoTtc(YearIdx)
                   COMPUTE TrendNormHPHCTtcSum ROUNDED =
                       TrendNormHPHCTtcSum + TrendHPHCTtc(YearIdx)
                       + WxAdjHPHCTtc(YearIdx)
                   MOVE WxNormWh TO TrendPrevNormWh
                   MOVE TrendNormBase TO TrendPrevNormBase
                   MOVE TrendNormTempo TO TrendPrevNormTempo
                   MOVE TrendNormHPHC TO TrendPrevNormHPHC
                   ADD 1 TO TrendUsedYears
                   ADD 1 TO TrendMeterYears
               END-IF
           MOVE TrendBaseSum TO TrnBase
           MOVE TrendTempoSum TO TrnTempo
           MOVE TrendHPHCSum TO TrnHPHC
           COMPUTE TrnKwh = TrendWhSum / 1000
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           MOVE SPACES TO TrendDetailLine
           MOVE "Total TTC" TO TrnName
           MOVE TrendBaseTtcSum TO TrnBase
           MOVE TrendTempoTtcSum TO TrnTempo
           MOVE TrendHPHCTtcSum TO TrnHPHC
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           IF TrendNormYears > 0
               MOVE SPACES TO TrendDetailLine
               MOVE "Total norm" TO TrnName
               MOVE TrendNormBaseSum TO TrnBase
               MOVE TrendNormTempoSum TO TrnTempo
               MOVE TrendNormHPHCSum TO TrnHPHC
               COMPUTE TrnKwh = TrendNormWhSum / 1000
               DISPLAY TrendDetailLine
               PERFORM WriteTrendDetailLine
               MOVE SPACES TO TrendDetailLine
               MOVE "Norm TTC" TO TrnName
               MOVE TrendNormBaseTtcSum TO TrnBase
               MOVE TrendNormTempoTtcSum TO TrnTempo
               MOVE TrendNormHPHCTtcSum TO TrnHPHC
               DISPLAY TrendDetailLine
               PERFORM WriteTrendDetailLine
           END-IF
           PERFORM TrendBottomLine
           PERFORM CloseReportFile
           .
           MOVE TrendBaseTotal(YearIdx) TO TrnBase
           MOVE TrendTempoTotal(YearIdx) TO TrnTempo
           MOVE TrendHPHCTotal(YearIdx) TO TrnHPHC
           MOVE CTotalKWh(YearIdx, 1) TO TrnKwh
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           MOVE SPACES TO TrendDetailLine
           MOVE "  TTC" TO TrnName
           MOVE TrendBaseTtc(YearIdx) TO TrnBase
           MOVE TrendTempoTtc(YearIdx) TO TrnTempo
           MOVE TrendHPHCTtc(YearIdx) TO TrnHPHC
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           IF WxFitted(SlotMeter(YearIdx)) = 1
               PERFORM TrendWeatherLines
           END-IF
           .

       TrendDeltaLine.
           MOVE TrendDelta TO TrnTempo
           COMPUTE TrendDelta = TrendHPHCTotal(YearIdx) - TrendPrevHPHC
           MOVE TrendDelta TO TrnHPHC
           COMPUTE TrnKwh = (CTotalWh(YearIdx, 1) - TrendPrevWh) / 1000
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           IF WxFitted(SlotMeter(YearIdx)) = 1
               MOVE SPACES TO TrendDetailLine
               MOVE "  Norm dlt" TO TrnName
               COMPUTE TrendDelta = TrendNormBase - TrendPrevNormBase
               MOVE TrendDelta TO TrnBase
               COMPUTE TrendDelta = TrendNormTempo - TrendPrevNormTempo
               MOVE TrendDelta TO TrnTempo
               COMPUTE TrendDelta = TrendNormHPHC - TrendPrevNormHPHC
               MOVE TrendDelta TO TrnHPHC
               COMPUTE TrnKwh = (WxNormWh - TrendPrevNormWh) / 1000
               DISPLAY TrendDetailLine
               PERFORM WriteTrendDetailLine
           END-IF
           .

      *----------------------------------------------------------------
      * ComputeTrendNormTotals sets this year's weather-normalized
      * all-in totals and kWh (WxNormWh); a year whose meter was not
      * fitted has no adjustment and so keeps its raw figures.
      *----------------------------------------------------------------
       ComputeTrendNormTotals.
           COMPUTE WxNormWh = CTotalWh(YearIdx, 1) + WxDeltaWh(YearIdx)
           COMPUTE TrendNormBase ROUNDED =
               TrendBaseTotal(YearIdx) + WxAdjBase(YearIdx)
           COMPUTE TrendNormTempo ROUNDED =
               TrendTempoTotal(YearIdx) + WxAdjTempo(YearIdx)
           COMPUTE TrendNormHPHC ROUNDED =
               TrendHPHCTotal(YearIdx) + WxAdjHPHC(YearIdx)
           IF WxFitted(SlotMeter(YearIdx)) = 1
               ADD 1 TO TrendNormYears
           END-IF
           .

      *----------------------------------------------------------------
      * TrendWeatherLines follows a fitted meter's year with its
      * weather-normalized all-in totals and kWh, before and after
      * taxes, the split of its kWh into weather-dependent and base
      * load, and the year's DJU against the reference climate.
      *----------------------------------------------------------------
       TrendWeatherLines.
           MOVE SPACES TO TrendDetailLine
           MOVE "  Norm" TO TrnName
           MOVE TrendNormBase TO TrnBase
           MOVE TrendNormTempo TO TrnTempo
           MOVE TrendNormHPHC TO TrnHPHC
           COMPUTE TrnKwh = WxNormWh / 1000
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           MOVE SPACES TO TrendDetailLine
           MOVE "  Norm TTC" TO TrnName
           COMPUTE TrnBase ROUNDED =
               TrendBaseTtc(YearIdx) + WxAdjBaseTtc(YearIdx)
           COMPUTE TrnTempo ROUNDED =
               TrendTempoTtc(YearIdx) + WxAdjTempoTtc(YearIdx)
           COMPUTE TrnHPHC ROUNDED =
               TrendHPHCTtc(YearIdx) + WxAdjHPHCTtc(YearIdx)
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           MOVE SPACES TO TrendDetailLine
           MOVE "  Weather" TO TrnName
           COMPUTE TrnKwh = WxWeatherWh(YearIdx) / 1000
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           MOVE SPACES TO TrendDetailLine
           MOVE "  Baseload" TO TrnName
           COMPUTE TrnKwh =
               (CTotalWh(YearIdx, 1) - WxWeatherWh(YearIdx)) / 1000
           DISPLAY TrendDetailLine
           PERFORM WriteTrendDetailLine
           MOVE WxDjuSum(YearIdx) TO WxDjuDisp
           COMPUTE WxRefDisp ROUNDED = WxDjuRefSum(YearIdx)
           MOVE WxDaysWithDju(YearIdx) TO WxDaysDisp
           MOVE WxDaysNoDju(YearIdx) TO WxNoDjuDisp
           MOVE SPACES TO TrendSummaryLine
           STRING "  DJU" DELIMITED BY SIZE
               WxDjuDisp DELIMITED BY SIZE
               ", reference" DELIMITED BY SIZE
               WxRefDisp DELIMITED BY SIZE
               ", over" DELIMITED BY SIZE
               WxDaysDisp DELIMITED BY SIZE
               " day(s);" DELIMITED BY SIZE
               WxNoDjuDisp DELIMITED BY SIZE
               " day(s) without DJU" DELIMITED BY SIZE
               INTO TrendSummaryLine
           DISPLAY TrendSummaryLine
           PERFORM WriteTrendSummaryLine
           .

      *----------------------------------------------------------------
      * TrendWeatherFitLine heads a meter's years with the fit the
      * normalization rests on, or says why its years stay raw.
      *----------------------------------------------------------------
       TrendWeatherFitLine.
           MOVE SPACES TO TrendSummaryLine
           MOVE WxFitDays(TrendCurMeter) TO WxDaysDisp
           IF WxFitted(TrendCurMeter) = 1
               MOVE WxSlope(TrendCurMeter) TO WxSlopeDisp
               MOVE WxIntercept(TrendCurMeter) TO WxInterceptDisp
               STRING "Weather fit: Wh/day =" DELIMITED BY SIZE
                   WxInterceptDisp DELIMITED BY SIZE
                   " +" DELIMITED BY SIZE
                   WxSlopeDisp DELIMITED BY SIZE
                   " x DJU, over" DELIMITED BY SIZE
                   WxDaysDisp DELIMITED BY SIZE
                   " day(s)" DELIMITED BY SIZE
                   INTO TrendSummaryLine
           ELSE
               STRING "Weather fit: only" DELIMITED BY SIZE
                   WxDaysDisp DELIMITED BY SIZE
                   " day(s) with DJU, figures not normalized"
                       DELIMITED BY SIZE
                   INTO TrendSummaryLine
           END-IF
           DISPLAY TrendSummaryLine
           PERFORM WriteTrendSummaryLine
           .

      *----------------------------------------------------------------
      * TrendBottomLine names the cheapest plan over every used year,
      * all taxes included, and its margin over the runner-up.
      *----------------------------------------------------------------
       TrendBottomLine.
           EVALUATE TRUE
               WHEN TrendTempoTtcSum <= TrendBaseTtcSum
                       AND TrendTempoTtcSum <= TrendHPHCTtcSum
                   MOVE "Tempo" TO TrendBestName
                   IF TrendBaseTtcSum <= TrendHPHCTtcSum
                       MOVE "Base" TO TrendSecondName
                       MOVE TrendBaseTtcSum TO TrendSecondAmt
                   ELSE
                       MOVE "HP/HC" TO TrendSecondName
                       MOVE TrendHPHCTtcSum TO TrendSecondAmt
                   END-IF
                   COMPUTE TrendMargin =
                       TrendSecondAmt - TrendTempoTtcSum
               WHEN TrendHPHCTtcSum <= TrendBaseTtcSum
                       AND TrendHPHCTtcSum <= TrendTempoTtcSum
                   MOVE "HP/HC" TO TrendBestName
                   IF TrendBaseTtcSum <= TrendTempoTtcSum
                       MOVE "Base" TO TrendSecondName
                       MOVE TrendBaseTtcSum TO TrendSecondAmt
                   ELSE
                       MOVE "Tempo" TO TrendSecondName
                       MOVE TrendTempoTtcSum TO TrendSecondAmt
                   END-IF
                   COMPUTE TrendMargin =
                       TrendSecondAmt - TrendHPHCTtcSum
               WHEN OTHER
                   MOVE "Base" TO TrendBestName
                   IF TrendTempoTtcSum <= TrendHPHCTtcSum
                       MOVE "Tempo" TO TrendSecondName
                       MOVE TrendTempoTtcSum TO TrendSecondAmt
                   ELSE
                       MOVE "HP/HC" TO TrendSecondName
                       MOVE TrendHPHCTtcSum TO TrendSecondAmt
                   END-IF
                   COMPUTE TrendMargin =
                       TrendSecondAmt - TrendBaseTtcSum
           END-EVALUATE
           MOVE TrendMargin TO TrendAmtDisplay
           MOVE TrendUsedYears TO TrendYearsDisplay
           MOVE SPACES TO TrendSummaryLine
           STRING "Best plan over " DELIMITED BY SIZE
               TrendYearsDisplay DELIMITED BY SIZE
               " year(s), TTC: " DELIMITED BY SIZE
               TrendBestName DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               TrendAmtDisplay DELIMITED BY SIZE
           MOVE ZERO TO CmbMeterBase
           MOVE ZERO TO CmbMeterTempo
           MOVE ZERO TO CmbMeterHPHC
           MOVE ZERO TO CmbMeterWh
           MOVE ZERO TO CmbMeterNormWh
           MOVE ZERO TO CmbMeterNormBase
           MOVE ZERO TO CmbMeterNormTempo
           MOVE ZERO TO CmbMeterNormHPHC
           PERFORM VARYING SlotOrdIdx FROM 1 BY 1
                   UNTIL SlotOrdIdx > SlotCount
               SET YearIdx TO SlotOrder(SlotOrdIdx)
           MOVE TrendBaseSum TO CmbBase
           MOVE TrendTempoSum TO CmbTempo
           MOVE TrendHPHCSum TO CmbHPHC
           COMPUTE CmbKwh = TrendWhSum / 1000
           DISPLAY CombinedDetailLine
           PERFORM WriteCombinedDetailLine
           IF TrendNormYears > 0
               MOVE SPACES TO CombinedDetailLine
               MOVE "  normalized" TO CmbMeter
               MOVE TrendNormBaseSum TO CmbBase
               MOVE TrendNormTempoSum TO CmbTempo
               MOVE TrendNormHPHCSum TO CmbHPHC
               COMPUTE CmbKwh = TrendNormWhSum / 1000
               DISPLAY CombinedDetailLine
               PERFORM WriteCombinedDetailLine
           END-IF
           PERFORM CloseReportFile
           .

           MOVE TrendBaseTotal(YearIdx) TO CmbBase
           MOVE TrendTempoTotal(YearIdx) TO CmbTempo
           MOVE TrendHPHCTotal(YearIdx) TO CmbHPHC
           MOVE CTotalKWh(YearIdx, 1) TO CmbKwh
           DISPLAY CombinedDetailLine
           PERFORM WriteCombinedDetailLine
           ADD TrendBaseTotal(YearIdx) TO CmbMeterBase
           ADD TrendTempoTotal(YearIdx) TO CmbMeterTempo
           ADD TrendHPHCTotal(YearIdx) TO CmbMeterHPHC
           ADD CTotalWh(YearIdx, 1) TO CmbMeterWh
           PERFORM ComputeTrendNormTotals
           ADD WxNormWh TO CmbMeterNormWh
           ADD TrendNormBase TO CmbMeterNormBase
           ADD TrendNormTempo TO CmbMeterNormTempo
           ADD TrendNormHPHC TO CmbMeterNormHPHC
           IF WxFitted(CmbCurMeter) = 1
               MOVE SPACES TO CombinedDetailLine
               MOVE "  normalized" TO CmbMeter
               MOVE TrendNormBase TO CmbBase
               MOVE TrendNormTempo TO CmbTempo
               MOVE TrendNormHPHC TO CmbHPHC
               COMPUTE CmbKwh = WxNormWh / 1000
               DISPLAY CombinedDetailLine
               PERFORM WriteCombinedDetailLine
           END-IF
           .

       CombinedMeterTotalLine.
           MOVE CmbMeterBase TO CmbBase
           MOVE CmbMeterTempo TO CmbTempo
           MOVE CmbMeterHPHC TO CmbHPHC
           COMPUTE CmbKwh = CmbMeterWh / 1000
           DISPLAY CombinedDetailLine
           PERFORM WriteCombinedDetailLine
           IF WxFitted(CmbCurMeter) = 1
               MOVE SPACES TO CombinedDetailLine
               MOVE "  normalized" TO CmbMeter
               MOVE CmbMeterNormBase TO CmbBase
               MOVE CmbMeterNormTempo TO CmbTempo
               MOVE CmbMeterNormHPHC TO CmbHPHC
               COMPUTE CmbKwh = CmbMeterNormWh / 1000
               DISPLAY CombinedDetailLine
               PERFORM WriteCombinedDetailLine
           END-IF
           MOVE ZERO TO CmbMeterBase
           MOVE ZERO TO CmbMeterTempo
           MOVE ZERO TO CmbMeterHPHC
           MOVE ZERO TO CmbMeterWh
           MOVE ZERO TO CmbMeterNormWh
           MOVE ZERO TO CmbMeterNormBase
           MOVE ZERO TO CmbMeterNormTempo
           MOVE ZERO TO CmbMeterNormHPHC
           .

       BuildCombinedReportFilename.
           .

      *----------------------------------------------------------------
      * WriteSeasonReport lays every meter's Tempo seasons out in one
      * file named from the batch list (see SeasonWork): per season
      * the cost to date under each plan, the Rouge/Blanc quota used
      * and left with the hours metered on each color's days, and
      * the projected cost of the rest of the season. Any season with
      * at least one metered day gets a block, so a meter whose data
      * starts in January still shows the season already under way.
      *----------------------------------------------------------------
       WriteSeasonReport.
           PERFORM BuildSeasonReportFilename
           PERFORM OpenReportFile
           PERFORM VARYING SnMeter FROM 1 BY 1
                   UNTIL SnMeter > MeterCount
               PERFORM SeasonMeterReport
           END-PERFORM
           PERFORM CloseReportFile
           .

       SeasonMeterReport.
           PERFORM SeasonMeterProfile
           IF SnFirstYear > 0
               IF MeterId(SnMeter) NOT = SPACES
                   MOVE MeterId(SnMeter) TO PrnMeterId
                   DISPLAY SPACE
                   DISPLAY MeterLine
                   PERFORM WriteMeterLine
               END-IF
      *        the first slot's January-August belongs to the season
      *        that started the September before
               COMPUTE SnStartYear = SnFirstYear - 1
               PERFORM UNTIL SnStartYear > SnLastYear
                   PERFORM SeasonStartYearReport
                   ADD 1 TO SnStartYear
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * SeasonMeterProfile finds the span of calendar years the meter
      * has slots for, and averages its HP and HC Wh per metered day
      * of each color over every loaded day - the "typical day" the
      * projection multiplies out, the way PrintTomorrowCostEstimate
      * averages one color for tomorrow. A color the meter has no day
      * of yet falls back to its all-days average.
      *----------------------------------------------------------------
       SeasonMeterProfile.
           MOVE ZERO TO SnFirstYear
           MOVE ZERO TO SnLastYear
           MOVE ZERO TO SnAllDays
           MOVE ZERO TO SnAllHPWh
           MOVE ZERO TO SnAllHCWh
           PERFORM VARYING SnColorNbr FROM 1 BY 1 UNTIL SnColorNbr > 3
               MOVE ZERO TO SnPrfDays(SnColorNbr)
               MOVE ZERO TO SnPrfHPWh(SnColorNbr)
               MOVE ZERO TO SnPrfHCWh(SnColorNbr)
           END-PERFORM
           PERFORM VARYING SnCurSlot FROM 1 BY 1
                   UNTIL SnCurSlot > SlotCount
               IF SlotMeter(SnCurSlot) = SnMeter
                       AND YearUsed(SnCurSlot)
                   IF SnFirstYear = 0
                           OR SlotYear(SnCurSlot) < SnFirstYear
                       MOVE SlotYear(SnCurSlot) TO SnFirstYear
                   END-IF
                   IF SlotYear(SnCurSlot) > SnLastYear
                       MOVE SlotYear(SnCurSlot) TO SnLastYear
                   END-IF
                   PERFORM VARYING SnMonth FROM 1 BY 1
                           UNTIL SnMonth > 12
                       PERFORM VARYING DayNum FROM 1 BY 1
                               UNTIL DayNum > 31
                           IF DayRowCount(SnCurSlot, SnMonth, DayNum)
                                   > 0
                               PERFORM SeasonProfileDay
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING SnColorNbr FROM 1 BY 1 UNTIL SnColorNbr > 3
               IF SnPrfDays(SnColorNbr) > 0
                   DIVIDE SnPrfHPWh(SnColorNbr) BY SnPrfDays(SnColorNbr)
                       GIVING SnAvgHPWh(SnColorNbr)
                   DIVIDE SnPrfHCWh(SnColorNbr) BY SnPrfDays(SnColorNbr)
                       GIVING SnAvgHCWh(SnColorNbr)
               ELSE
                   IF SnAllDays > 0
                       DIVIDE SnAllHPWh BY SnAllDays
                           GIVING SnAvgHPWh(SnColorNbr)
                       DIVIDE SnAllHCWh BY SnAllDays
                           GIVING SnAvgHCWh(SnColorNbr)
                   ELSE
                       MOVE ZERO TO SnAvgHPWh(SnColorNbr)
                       MOVE ZERO TO SnAvgHCWh(SnColorNbr)
                   END-IF
               END-IF
           END-PERFORM
           .

       SeasonProfileDay.
           PERFORM SetSeasonColorNbr
           ADD 1 TO SnPrfDays(SnColorNbr)
           ADD DayHPWh(SnCurSlot, SnMonth, DayNum)
               TO SnPrfHPWh(SnColorNbr)
           ADD DayHCWh(SnCurSlot, SnMonth, DayNum)
               TO SnPrfHCWh(SnColorNbr)
           ADD 1 TO SnAllDays
           ADD DayHPWh(SnCurSlot, SnMonth, DayNum) TO SnAllHPWh
           ADD DayHCWh(SnCurSlot, SnMonth, DayNum) TO SnAllHCWh
           .

       SetSeasonColorNbr.
           EVALUATE DayColorSeen(SnCurSlot, SnMonth, DayNum)
               WHEN "R"
                   MOVE 1 TO SnColorNbr
               WHEN "W"
                   MOVE 2 TO SnColorNbr
               WHEN OTHER
                   MOVE 3 TO SnColorNbr
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * SeasonStartYearReport builds and prints the season starting
      * September 1 of SnStartYear: September-December out of the
      * (meter, SnStartYear) slot, January-August out of the
      * (meter, SnStartYear + 1) slot, either of which may be absent.
      *----------------------------------------------------------------
       SeasonStartYearReport.
           MOVE ZERO TO SnSlotA
           MOVE ZERO TO SnSlotB
           PERFORM VARYING SlotNbr FROM 1 BY 1 UNTIL SlotNbr > SlotCount
               IF SlotMeter(SlotNbr) = SnMeter AND YearUsed(SlotNbr)
                   IF SlotYear(SlotNbr) = SnStartYear
                       MOVE SlotNbr TO SnSlotA
                   END-IF
                   IF SlotYear(SlotNbr) = SnStartYear + 1
                       MOVE SlotNbr TO SnSlotB
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO SnMetDayCount
           MOVE ZERO TO SnCostBase
           MOVE ZERO TO SnCostTempo
           MOVE ZERO TO SnCostHPHC
           MOVE ZERO TO SnWh
           PERFORM VARYING SnColorNbr FROM 1 BY 1 UNTIL SnColorNbr > 3
               MOVE ZERO TO SnQuotaUsed(SnColorNbr)
               MOVE ZERO TO SnQuotaLeft(SnColorNbr)
               MOVE ZERO TO SnMetDays(SnColorNbr)
               MOVE ZERO TO SnMetHours(SnColorNbr)
               MOVE ZERO TO SnMetWh(SnColorNbr)
           END-PERFORM
           MOVE SnSlotA TO SnCurSlot
           PERFORM VARYING SnMonth FROM 9 BY 1 UNTIL SnMonth > 12
               PERFORM SeasonAddMonth
           END-PERFORM
           MOVE SnSlotB TO SnCurSlot
           PERFORM VARYING SnMonth FROM 1 BY 1 UNTIL SnMonth > 8
               PERFORM SeasonAddMonth
           END-PERFORM
           IF SnMetDayCount > 0
               PERFORM SeasonCountQuota
               PERFORM SeasonDaysLeft
               PERFORM SeasonProjection
               PERFORM SeasonPrintBlock
           END-IF
           .

       SeasonAddMonth.
           IF SnCurSlot > 0
               PERFORM VARYING DayNum FROM 1 BY 1 UNTIL DayNum > 31
                   IF DayRowCount(SnCurSlot, SnMonth, DayNum) > 0
                       PERFORM SeasonAddDay
                   END-IF
               END-PERFORM
           END-IF
           .

      *    days are walked in date order, so the last one added is
      *    the season's as-of date
       SeasonAddDay.
           PERFORM SetSeasonColorNbr
           ADD 1 TO SnMetDayCount
           ADD 1 TO SnMetDays(SnColorNbr)
           ADD DayRowCount(SnCurSlot, SnMonth, DayNum)
               TO SnMetHours(SnColorNbr)
           ADD DayHPWh(SnCurSlot, SnMonth, DayNum)
               TO SnMetWh(SnColorNbr) SnWh
           ADD DayHCWh(SnCurSlot, SnMonth, DayNum)
               TO SnMetWh(SnColorNbr) SnWh
           ADD DayCostBase(SnCurSlot, SnMonth, DayNum) TO SnCostBase
           ADD DayCostTempo(SnCurSlot, SnMonth, DayNum) TO SnCostTempo
           ADD DayCostHPHC(SnCurSlot, SnMonth, DayNum) TO SnCostHPHC
           MOVE SlotYear(SnCurSlot) TO SnAsOfYear
           MOVE SnMonth TO SnAsOfMonth
           MOVE DayNum TO SnAsOfDay
           .

      *----------------------------------------------------------------
      * SeasonCountQuota counts the calendar's Rouge, Blanc and Bleu
      * days from September 1 through the as-of date - the quota
      * actually burnt, whether or not every one of those days made
      * it into the metered data.
      *----------------------------------------------------------------
       SeasonCountQuota.
           MOVE SnStartYear TO SnFromYear
           MOVE 9 TO SnFromMonth
           MOVE 1 TO SnFromDay
           PERFORM VARYING CalIdx FROM 1 BY 1
                   UNTIL CalIdx > CalEntryCount
               IF CalDateX(CalIdx) >= SnFromDateX
                       AND CalDateX(CalIdx) <= SnAsOfDateX
                   EVALUATE CalColor(CalIdx)
                       WHEN "R"
                           ADD 1 TO SnQuotaUsed(1)
                       WHEN "W"
                           ADD 1 TO SnQuotaUsed(2)
                       WHEN OTHER
                           ADD 1 TO SnQuotaUsed(3)
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * SeasonDaysLeft works out how many days follow the as-of date
      * up to August 31 (the season's February is in its second
      * calendar year), and splits them into the Rouge and Blanc days
      * still owed by the 22/43 quota, the rest being Bleu.
      *----------------------------------------------------------------
       SeasonDaysLeft.
           COMPUTE ValLeapYear = SnStartYear + 1
           PERFORM CheckValLeap
           MOVE ValExpDays TO SnDaysInSeason
           PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
               MOVE DaysInMonth(MonthIdx) TO AdjDaysInMonth(MonthIdx)
           END-PERFORM
           IF ValExpDays = 366
               MOVE 29 TO AdjDaysInMonth(2)
           END-IF
           MOVE ZERO TO SnAsOfDayNbr
           IF SnAsOfMonth >= 9
               PERFORM VARYING SnMonth FROM 9 BY 1
                       UNTIL SnMonth >= SnAsOfMonth
                   ADD AdjDaysInMonth(SnMonth) TO SnAsOfDayNbr
               END-PERFORM
           ELSE
               PERFORM VARYING SnMonth FROM 9 BY 1 UNTIL SnMonth > 12
                   ADD AdjDaysInMonth(SnMonth) TO SnAsOfDayNbr
               END-PERFORM
               PERFORM VARYING SnMonth FROM 1 BY 1
                       UNTIL SnMonth >= SnAsOfMonth
                   ADD AdjDaysInMonth(SnMonth) TO SnAsOfDayNbr
               END-PERFORM
           END-IF
           ADD SnAsOfDay TO SnAsOfDayNbr
           COMPUTE SnDaysLeft = SnDaysInSeason - SnAsOfDayNbr
           IF SnQuotaUsed(1) < SnQuota(1)
               COMPUTE SnQuotaLeft(1) = SnQuota(1) - SnQuotaUsed(1)
           END-IF
           IF SnQuotaUsed(2) < SnQuota(2)
               COMPUTE SnQuotaLeft(2) = SnQuota(2) - SnQuotaUsed(2)
           END-IF
      *    a damaged calendar can owe more quota days than the season
      *    has left; Rouge is served first
           IF SnQuotaLeft(1) > SnDaysLeft
               MOVE SnDaysLeft TO SnQuotaLeft(1)
           END-IF
           IF SnQuotaLeft(1) + SnQuotaLeft(2) > SnDaysLeft
               COMPUTE SnQuotaLeft(2) = SnDaysLeft - SnQuotaLeft(1)
           END-IF
           COMPUTE SnQuotaLeft(3) =
               SnDaysLeft - SnQuotaLeft(1) - SnQuotaLeft(2)
           .

      *----------------------------------------------------------------
      * SeasonProjection prices the days left at the meter's typical
      * day of each color under all three plans, at the kWh rates in
      * force on the as-of date.
      *----------------------------------------------------------------
       SeasonProjection.
           MOVE ZERO TO SnProjWh
           MOVE ZERO TO SnProjBase
           MOVE ZERO TO SnProjTempo
           MOVE ZERO TO SnProjHPHC
           MOVE SnAsOfDateX TO RateLookupDateX
           MOVE SubscribedTier TO RateLookupTier
           PERFORM FindTariffForDate
           PERFORM VARYING SnColorNbr FROM 1 BY 1 UNTIL SnColorNbr > 3
               COMPUTE SnProjWh = SnProjWh + SnQuotaLeft(SnColorNbr)
                   * (SnAvgHPWh(SnColorNbr) + SnAvgHCWh(SnColorNbr))
               IF TarHit > 0
                   PERFORM SeasonProjectColor
               END-IF
           END-PERFORM
           .

      *    one typical day of the color is priced first, then
      *    multiplied out by the days left
       SeasonProjectColor.
           COMPUTE SnDayCost =
               SnAvgHPWh(SnColorNbr) * TarKwh(TarHit, SnColorNbr * 2)
               / 1000
               + SnAvgHCWh(SnColorNbr)
               * TarKwh(TarHit, SnColorNbr * 2 + 1) / 1000
           COMPUTE SnProjTempo = SnProjTempo
               + SnDayCost * SnQuotaLeft(SnColorNbr)
           COMPUTE SnDayCost =
               (SnAvgHPWh(SnColorNbr) + SnAvgHCWh(SnColorNbr))
               * TarKwh(TarHit, 1) / 1000
           COMPUTE SnProjBase = SnProjBase
               + SnDayCost * SnQuotaLeft(SnColorNbr)
           COMPUTE SnDayCost =
               SnAvgHPWh(SnColorNbr) * TarKwh(TarHit, 8) / 1000
               + SnAvgHCWh(SnColorNbr) * TarKwh(TarHit, 9) / 1000
           COMPUTE SnProjHPHC = SnProjHPHC
               + SnDayCost * SnQuotaLeft(SnColorNbr)
           .

       SeasonPrintBlock.
           COMPUTE SnEndYear = SnStartYear + 1
           MOVE SnFromYear TO SnFromDispYear
           MOVE SnFromMonth TO SnFromDispMonth
           MOVE SnFromDay TO SnFromDispDay
           MOVE SnAsOfYear TO SnAsOfDispYear
           MOVE SnAsOfMonth TO SnAsOfDispMonth
           MOVE SnAsOfDay TO SnAsOfDispDay
           MOVE SnMetDayCount TO SnDaysDisplay
           MOVE SPACES TO SeasonLine
           STRING "Season " DELIMITED BY SIZE
               SnFromYear DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SnEndYear DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               SnFromDisp DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               SnAsOfDisp DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               SnDaysDisplay DELIMITED BY SIZE
               " day(s) metered" DELIMITED BY SIZE
               INTO SeasonLine
           DISPLAY SPACE
           PERFORM WriteBlankLine
           DISPLAY SeasonLine
           PERFORM WriteSeasonLine

           DISPLAY SeasonPlanHeading
           PERFORM WriteSeasonPlanHeading
           MOVE "Base" TO SnpName
           MOVE SnCostBase TO SnEstTotal
           ADD SnProjBase TO SnEstTotal
           ADD ZERO TO SnCostBase GIVING SnpCost ROUNDED
           ADD ZERO TO SnProjBase GIVING SnpProj ROUNDED
           PERFORM SeasonPlanOut
           MOVE "Tempo" TO SnpName
           MOVE SnCostTempo TO SnEstTotal
           ADD SnProjTempo TO SnEstTotal
           ADD ZERO TO SnCostTempo GIVING SnpCost ROUNDED
           ADD ZERO TO SnProjTempo GIVING SnpProj ROUNDED
           PERFORM SeasonPlanOut
           MOVE "HP/HC" TO SnpName
           MOVE SnCostHPHC TO SnEstTotal
           ADD SnProjHPHC TO SnEstTotal
           ADD ZERO TO SnCostHPHC GIVING SnpCost ROUNDED
           ADD ZERO TO SnProjHPHC GIVING SnpProj ROUNDED
           PERFORM SeasonPlanOut

           DISPLAY SeasonColorHeading
           PERFORM WriteSeasonColorHeading
           PERFORM VARYING SnColorNbr FROM 1 BY 1 UNTIL SnColorNbr > 3
               MOVE SnColorName(SnColorNbr) TO SncName
               MOVE SnQuota(SnColorNbr) TO SncQuota
               MOVE SnQuotaUsed(SnColorNbr) TO SncUsed
               MOVE SnQuotaLeft(SnColorNbr) TO SncLeft
               MOVE SnMetDays(SnColorNbr) TO SncMetDays
               MOVE SnMetHours(SnColorNbr) TO SncHours
               MOVE SnMetKwh(SnColorNbr) TO SncKwh
               DISPLAY SeasonColorLine
               PERFORM WriteSeasonColorLine
           END-PERFORM

           MOVE SPACES TO SeasonLine
           IF SnDaysLeft = 0
               MOVE "Season complete - nothing left to project"
                   TO SeasonLine
           ELSE
               MOVE SnAsOfDate TO ValPrevDate
               PERFORM ComputeValNextDate
               MOVE ValNextYear TO SnRestDispYear
               MOVE ValNextMonth TO SnRestDispMonth
               MOVE ValNextDay TO SnRestDispDay
               MOVE SnDaysLeft TO SnDaysDisplay
               ADD ZERO TO SnProjKwh GIVING SnKwhDisplay ROUNDED
               STRING "Rest of season: " DELIMITED BY SIZE
                   SnDaysDisplay DELIMITED BY SIZE
                   " day(s) from " DELIMITED BY SIZE
                   SnRestDisp DELIMITED BY SIZE
                   ", about" DELIMITED BY SIZE
                   SnKwhDisplay DELIMITED BY SIZE
                   " KWh at current rates" DELIMITED BY SIZE
                   INTO SeasonLine
           END-IF
           DISPLAY SeasonLine
           PERFORM WriteSeasonLine
           .

       SeasonPlanOut.
           MOVE SnKwh TO SnpKwh
           ADD ZERO TO SnEstTotal GIVING SnpTotal ROUNDED
           DISPLAY SeasonPlanLine
           PERFORM WriteSeasonPlanLine
           .

       BuildSeasonReportFilename.
           MOVE SPACES TO ReportBaseName ReportBaseExt ReportFilename
           UNSTRING BatchListFilename DELIMITED BY "."
               INTO ReportBaseName ReportBaseExt
           STRING ReportBaseName DELIMITED BY SPACE
               "-season-report.csv" DELIMITED BY SIZE
               INTO ReportFilename
           .

       WriteSeasonLine.
           IF ReportFileOpen
               MOVE SeasonLine TO ReportRec
               WRITE ReportRec
           END-IF
           .

       WriteSeasonPlanHeading.
           IF ReportFileOpen
               WRITE ReportRec FROM SeasonPlanHeading
           END-IF
           .

       WriteSeasonPlanLine.
           IF ReportFileOpen
               WRITE ReportRec FROM SeasonPlanLine
           END-IF
           .

       WriteSeasonColorHeading.
           IF ReportFileOpen
               WRITE ReportRec FROM SeasonColorHeading
           END-IF
           .

       WriteSeasonColorLine.
           IF ReportFileOpen
               WRITE ReportRec FROM SeasonColorLine
           END-IF
           .

      *----------------------------------------------------------------
      * OpenExportFile/CloseExportFile/WriteExportYear: the delimited
      * per-run export (see ExportFilename). The file spans the whole
      * report loop on its own channel - WriteExportYear adds one
      * year's rows while that year's plan totals are still pure usage
      * cost, before YearIdxSavings folds fee differences in. A file
      * that will not open costs the export, not the run.
      *----------------------------------------------------------------
       OpenExportFile.
           MOVE SPACES TO ReportBaseName ReportBaseExt ExportFilename
           UNSTRING BatchListFilename DELIMITED BY "."
               INTO ReportBaseName ReportBaseExt
               MOVE SPACES TO ExpLine
               STRING "meter,year,month,category,kwh,"
                       DELIMITED BY SIZE
                   "hours,cost_eur,cost_ttc_eur" DELIMITED BY SIZE
                   INTO ExpLine
               WRITE ExportRec FROM ExpLine
           ELSE
               END-PERFORM
               MOVE ZERO TO ExpMonthDisplay
               PERFORM WriteExportPlanRows
               IF BudYearKnown = 1
                   PERFORM WriteExportBudgetRows
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * WriteExportBudgetRows adds the year's budget figures under the
      * budget plan: per budgeted month its budget and variance, then
      * on month 0 the year to date, the year's budget, the budgeted
      * months' projection and its variance, the unbudgeted months and
      * the whole projected year-end.
      *----------------------------------------------------------------
       WriteExportBudgetRows.
           PERFORM VARYING BudMonthSub FROM 1 BY 1
                   UNTIL BudMonthSub > 12
               IF BymKnown(BudMonthSub) = 1
                   MOVE BudMonthSub TO ExpMonthDisplay
                   MOVE "budget" TO ExpRowName
                   MOVE BymBudKwh(BudMonthSub) TO ExpBudKwhDisplay
                   MOVE BymBudEur(BudMonthSub) TO ExpBudTtcDisplay
                   PERFORM WriteExportBudgetRow
                   IF BymMetered(BudMonthSub) = 1
                       MOVE "variance" TO ExpRowName
                       COMPUTE ExpBudKwhDisplay =
                           BymActWh(BudMonthSub) / 1000
                           - BymBudKwh(BudMonthSub)
                       COMPUTE ExpBudTtcDisplay ROUNDED =
                           BymActEur(BudMonthSub)
                           - BymBudEur(BudMonthSub)
                       PERFORM WriteExportBudgetRow
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO ExpMonthDisplay
           MOVE "budget_ytd" TO ExpRowName
           MOVE BudYtdBudKwh TO ExpBudKwhDisplay
           MOVE BudYtdBudEur TO ExpBudTtcDisplay
           PERFORM WriteExportBudgetRow
           MOVE "var_ytd" TO ExpRowName
           COMPUTE ExpBudKwhDisplay = BudYtdActWh / 1000 - BudYtdBudKwh
           COMPUTE ExpBudTtcDisplay ROUNDED =
               BudYtdActEur - BudYtdBudEur
           PERFORM WriteExportBudgetRow
           MOVE "budget_yr" TO ExpRowName
           MOVE BudYearBudKwh TO ExpBudKwhDisplay
           MOVE BudYearBudEur TO ExpBudTtcDisplay
           PERFORM WriteExportBudgetRow
           MOVE "projected" TO ExpRowName
           COMPUTE ExpBudKwhDisplay = BudProjWh / 1000
           COMPUTE ExpBudTtcDisplay ROUNDED = BudProjEur
           PERFORM WriteExportBudgetRow
           MOVE "var_proj" TO ExpRowName
           COMPUTE ExpBudKwhDisplay = BudProjWh / 1000 - BudYearBudKwh
           COMPUTE ExpBudTtcDisplay ROUNDED =
               BudProjEur - BudYearBudEur
           PERFORM WriteExportBudgetRow
           MOVE "unbudgeted" TO ExpRowName
           COMPUTE ExpBudKwhDisplay = BudOutWh / 1000
           COMPUTE ExpBudTtcDisplay ROUNDED = BudOutEur
           PERFORM WriteExportBudgetRow
           MOVE "yearend" TO ExpRowName
           COMPUTE ExpBudKwhDisplay = (BudProjWh + BudOutWh) / 1000
           COMPUTE ExpBudTtcDisplay ROUNDED = BudProjEur + BudOutEur
           PERFORM WriteExportBudgetRow
           .

       WriteExportBudgetRow.
           MOVE SPACES TO ExpLine
           STRING MeterId(SlotMeter(YearIdx)) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               ExpYearDisplay DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ExpMonthDisplay DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ExpRowName DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               ExpBudKwhDisplay DELIMITED BY SIZE
               ",0000,000000.00," DELIMITED BY SIZE
               ExpBudTtcDisplay DELIMITED BY SIZE
               INTO ExpLine
           WRITE ExportRec FROM ExpLine
           .

       WriteExportTotalRow.
           MOVE ExpCatName(TableIdx) TO ExpRowName
           MOVE CTotalKWh(YearIdx, TableIdx) TO ExpKwhDisplay
           MOVE CTotalHours(YearIdx, TableIdx) TO ExpHoursDisplay
           ADD ZERO TO CTotalCost(YearIdx, TableIdx)
               GIVING ExpCostDisplay ROUNDED
           ADD ZERO TO CTotalTtc(YearIdx, TableIdx)
               GIVING ExpTtcDisplay ROUNDED
           PERFORM WriteExportRow
           .

               TO ExpHoursDisplay
           ADD ZERO TO CMonthCost(YearIdx, MonthIdx, TableIdx)
               GIVING ExpCostDisplay ROUNDED
           ADD ZERO TO CMonthTtc(YearIdx, MonthIdx, TableIdx)
               GIVING ExpTtcDisplay ROUNDED
           PERFORM WriteExportRow
           .

      *----------------------------------------------------------------
      * WriteExportPlanRows adds the year's three plan usage totals
      * and the three prorated subscription fees, so the spreadsheet
      * side gets the same bottom lines the human report shows, before
      * and after taxes.
      *----------------------------------------------------------------
       WriteExportPlanRows.
           MOVE "plan_base" TO ExpRowName
           MOVE CTotalKWh(YearIdx, 1) TO ExpKwhDisplay
           MOVE CTotalHours(YearIdx, 1) TO ExpHoursDisplay
           ADD ZERO TO TotalCost(1) GIVING ExpCostDisplay ROUNDED
           ADD ZERO TO TotalTtc(1) GIVING ExpTtcDisplay ROUNDED
           PERFORM WriteExportRow
           MOVE "plan_tempo" TO ExpRowName
           MOVE TempoTotalKWh TO ExpKwhDisplay
           ADD ZERO TO TempoTotalCost GIVING ExpCostDisplay ROUNDED
           ADD ZERO TO TempoTotalTtc GIVING ExpTtcDisplay ROUNDED
           PERFORM WriteExportRow
           MOVE "plan_hphc" TO ExpRowName
           MOVE HPHCTotalKWh TO ExpKwhDisplay
           ADD ZERO TO HPHCTotalCost GIVING ExpCostDisplay ROUNDED
           ADD ZERO TO HPHCTotalTtc GIVING ExpTtcDisplay ROUNDED
           PERFORM WriteExportRow
           MOVE ZERO TO ExpKwhDisplay
           MOVE ZERO TO ExpHoursDisplay
           MOVE "abo_base" TO ExpRowName
           ADD ZERO TO ProratedAboBase GIVING ExpCostDisplay ROUNDED
           ADD ZERO TO ProratedAboBaseTtc GIVING ExpTtcDisplay ROUNDED
           PERFORM WriteExportRow
           MOVE "abo_tempo" TO ExpRowName
           ADD ZERO TO ProratedAboTempo GIVING ExpCostDisplay ROUNDED
           ADD ZERO TO ProratedAboTempoTtc GIVING ExpTtcDisplay ROUNDED
           PERFORM WriteExportRow
           MOVE "abo_hphc" TO ExpRowName
           ADD ZERO TO ProratedAboHPHC GIVING ExpCostDisplay ROUNDED
           ADD ZERO TO ProratedAboHPHCTtc GIVING ExpTtcDisplay ROUNDED
           PERFORM WriteExportRow
           .

               ExpHoursDisplay DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ExpCostDisplay DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ExpTtcDisplay DELIMITED BY SIZE
               INTO ExpLine
           WRITE ExportRec FROM ExpLine
           .
       YearIdxTempoDetails.
           PERFORM VARYING TableIdx FROM 2 BY 1 UNTIL TableIdx > 7
               MOVE CTotalCost(YearIdx, TableIdx) TO TotalCost(TableIdx)
               MOVE CTotalTtc(YearIdx, TableIdx) TO TotalTtc(TableIdx)

               ADD CTotalWh(YearIdx, TableIdx) TO TempoTotalWh
               ADD TotalCost(TableIdx) TO TempoTotalCost
               ADD TotalTtc(TableIdx) TO TempoTotalTtc

               PERFORM TableIdxDisplayLine
           END-PERFORM
      *    metered hours split HP/HC only, ignoring Tempo day colors.
           PERFORM VARYING TableIdx FROM 8 BY 1 UNTIL TableIdx > 9
               MOVE CTotalCost(YearIdx, TableIdx) TO TotalCost(TableIdx)
               MOVE CTotalTtc(YearIdx, TableIdx) TO TotalTtc(TableIdx)

               ADD CTotalWh(YearIdx, TableIdx) TO HPHCTotalWh
               ADD TotalCost(TableIdx) TO HPHCTotalCost
               ADD TotalTtc(TableIdx) TO HPHCTotalTtc

               PERFORM TableIdxDisplayLine
           END-PERFORM
       TableIdxDisplayLine.
           MOVE CTotalKWh(YearIdx, TableIdx) TO PrnTotalKwh
           ADD ZERO TO TotalCost(TableIdx) GIVING PrnTotalCost ROUNDED
           ADD ZERO TO TotalTtc(TableIdx) GIVING PrnTotalTtc ROUNDED
           IF CTotalHours(YearIdx, TableIdx) = 0
               MOVE ZERO TO PrnCostPerHour
           ELSE
           PERFORM WriteDetailLine
           .

      *----------------------------------------------------------------
      * ComputeBudgetYear fills BudgetYear for the report year from
      * the meter's budget rows and the loaded months (see
      * BudgetYear). Performed after PrepareAboFees, whose monthly fee
      * shares it adds to each month's usage cost.
      *----------------------------------------------------------------
       ComputeBudgetYear.
           INITIALIZE BudgetYear
           MOVE "N" TO BudOverrunFlag
           PERFORM VARYING BudIdx FROM 1 BY 1
                   UNTIL BudIdx > BudEntryCount
               IF BudMeterId(BudIdx) = MeterId(SlotMeter(YearIdx))
                       AND BudYear(BudIdx) = PrnYear
                   MOVE BudMonth(BudIdx) TO BudMonthSub
                   IF BymKnown(BudMonthSub) = 0
                       MOVE 1 TO BymKnown(BudMonthSub)
                       MOVE BudKwh(BudIdx) TO BymBudKwh(BudMonthSub)
                       MOVE BudEur(BudIdx) TO BymBudEur(BudMonthSub)
                       MOVE 1 TO BudYearKnown
                   END-IF
               END-IF
           END-PERFORM
           IF BudYearKnown = 1
               PERFORM VARYING BudMonthSub FROM 1 BY 1
                       UNTIL BudMonthSub > 12
                   PERFORM BudgetMonth
               END-PERFORM
               PERFORM CheckBudgetOverrun
           END-IF
           .

       BudgetMonth.
           IF BymKnown(BudMonthSub) = 1
               ADD BymBudKwh(BudMonthSub) TO BudYearBudKwh
               ADD BymBudEur(BudMonthSub) TO BudYearBudEur
           END-IF
           IF CMonthHours(YearIdx, BudMonthSub, 1) > 0
               MOVE 1 TO BymMetered(BudMonthSub)
               MOVE CMonthWh(YearIdx, BudMonthSub, 1)
                   TO BymActWh(BudMonthSub)
               SET BudSlot TO YearIdx
               PERFORM SetBudPlanUsage
               COMPUTE BymActEur(BudMonthSub) = BudPlanTtc
                   + AboMonthTtc(BudMonthSub, BudPlanIdx)
               IF BymKnown(BudMonthSub) = 1
                   ADD BymActWh(BudMonthSub) TO BudProjWh
                   ADD BymActEur(BudMonthSub) TO BudProjEur
                   ADD BymBudKwh(BudMonthSub) TO BudYtdBudKwh
                   ADD BymBudEur(BudMonthSub) TO BudYtdBudEur
                   ADD BymActWh(BudMonthSub) TO BudYtdActWh
                   ADD BymActEur(BudMonthSub) TO BudYtdActEur
               ELSE
                   ADD BymActWh(BudMonthSub) TO BudOutWh
                   ADD BymActEur(BudMonthSub) TO BudOutEur
               END-IF
           ELSE
               IF BymKnown(BudMonthSub) = 1
                   COMPUTE BudProjWh =
                       BudProjWh + BymBudKwh(BudMonthSub) * 1000
                   ADD BymBudEur(BudMonthSub) TO BudProjEur
                   ADD 1 TO BudProjBudMonths
               ELSE
                   PERFORM BudgetHistoryMonth
                   IF BudHistN > 0
                       COMPUTE BudOutWh ROUNDED =
                           BudOutWh + BudHistWh / BudHistN
                       COMPUTE BudOutEur =
                           BudOutEur + BudHistEur / BudHistN
                       ADD 1 TO BudProjHistMonths
                   ELSE
                       ADD 1 TO BudProjNoneMonths
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * BudgetHistoryMonth averages the same calendar month over the
      * meter's other loaded years, its usage priced as it was then
      * and this year's fee share added.
      *----------------------------------------------------------------
       BudgetHistoryMonth.
           MOVE ZERO TO BudHistN
           MOVE ZERO TO BudHistWh
           MOVE ZERO TO BudHistEur
           PERFORM VARYING BudSlot FROM 1 BY 1
                   UNTIL BudSlot > SlotCount
               IF YearUsed(BudSlot)
                       AND SlotMeter(BudSlot) = SlotMeter(YearIdx)
                       AND SlotYear(BudSlot) NOT = PrnYear
                   IF CMonthHours(BudSlot, BudMonthSub, 1) > 0
                       ADD 1 TO BudHistN
                       ADD CMonthWh(BudSlot, BudMonthSub, 1)
                           TO BudHistWh
                       PERFORM SetBudPlanUsage
                       COMPUTE BudHistEur = BudHistEur + BudPlanTtc
                           + AboMonthTtc(BudMonthSub, BudPlanIdx)
                   END-IF
               END-IF
           END-PERFORM
           .

      *    the month's usage cost TTC (and HT) under the budget plan,
      *    for slot BudSlot and month BudMonthSub
       SetBudPlanUsage.
           MOVE ZERO TO BudPlanTtc
           MOVE ZERO TO BudPlanHt
           EVALUATE BudPlanIdx
               WHEN 1
                   MOVE CMonthTtc(BudSlot, BudMonthSub, 1)
                       TO BudPlanTtc
                   MOVE CMonthCost(BudSlot, BudMonthSub, 1)
                       TO BudPlanHt
               WHEN 2
                   PERFORM VARYING BudCatSub FROM 2 BY 1
                           UNTIL BudCatSub > 7
                       ADD CMonthTtc(BudSlot, BudMonthSub, BudCatSub)
                           TO BudPlanTtc
                       ADD CMonthCost(BudSlot, BudMonthSub, BudCatSub)
                           TO BudPlanHt
                   END-PERFORM
               WHEN OTHER
                   PERFORM VARYING BudCatSub FROM 8 BY 1
                           UNTIL BudCatSub > 9
                       ADD CMonthTtc(BudSlot, BudMonthSub, BudCatSub)
                           TO BudPlanTtc
                       ADD CMonthCost(BudSlot, BudMonthSub, BudCatSub)
                           TO BudPlanHt
                   END-PERFORM
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * CheckBudgetOverrun flags a year whose budgeted months are
      * projected more than BudTolPct over their budget, in euros or
      * in kWh, and holds it for the alert file while the year is not
      * yet over.
      *----------------------------------------------------------------
       CheckBudgetOverrun.
           MOVE ZERO TO BudVarKwh
           MOVE ZERO TO BudVarEur
           IF BudYearBudEur > 0
               COMPUTE BudVarEur ROUNDED =
                   (BudProjEur - BudYearBudEur) * 100 / BudYearBudEur
               IF BudVarEur > BudTolPct
                   SET BudOverrun TO TRUE
               END-IF
           END-IF
           IF BudYearBudKwh > 0
               COMPUTE BudVarKwh ROUNDED =
                   (BudProjWh / 1000 - BudYearBudKwh) * 100
                   / BudYearBudKwh
               IF BudVarKwh > BudTolPct
                   SET BudOverrun TO TRUE
               END-IF
           END-IF
           IF BudOverrun AND PrnYear >= TodayYear
                   AND BudAlertCount < 12
               ADD 1 TO BudAlertCount
               MOVE MeterId(SlotMeter(YearIdx))
                   TO BalMeterId(BudAlertCount)
               MOVE PrnYear TO BalYear(BudAlertCount)
               MOVE BudPlanName TO BalPlanName(BudAlertCount)
               COMPUTE BalProjEur(BudAlertCount) ROUNDED = BudProjEur
               MOVE BudYearBudEur TO BalBudEur(BudAlertCount)
               MOVE BudVarEur TO BalEurPct(BudAlertCount)
               COMPUTE BalProjKwh(BudAlertCount) ROUNDED =
                   BudProjWh / 1000
               COMPUTE BalBudKwh(BudAlertCount) ROUNDED = BudYearBudKwh
               MOVE BudVarKwh TO BalKwhPct(BudAlertCount)
           END-IF
           .

      *----------------------------------------------------------------
      * ChargebackYear splits each metered month of the report year
      * across the meter's cost centers (see CbMonthWork) and keeps
      * the result for WriteChargeback. Performed after
      * PrepareAboFees, whose monthly fee shares it splits.
      *----------------------------------------------------------------
       ChargebackYear.
           MOVE PrnYear TO CbDayYear
           PERFORM VARYING CbMonth FROM 1 BY 1 UNTIL CbMonth > 12
               IF CMonthHours(YearIdx, CbMonth, 1) > 0
                   PERFORM ChargebackMonth
                   PERFORM StoreChargebackMonth
               END-IF
           END-PERFORM
           .

       ChargebackMonth.
           INITIALIZE CbMonthWork
           MOVE CbMonth TO CbDayMonth
           PERFORM VARYING CbDay FROM 1 BY 1
                   UNTIL CbDay > AdjDaysInMonth(CbMonth)
               PERFORM ChargebackDay
           END-PERFORM
      *    the meter's own figures for the month, in Wh and in cents
           PERFORM VARYING CbFigure FROM 1 BY 1 UNTIL CbFigure > 6
               MOVE CMonthWh(YearIdx, CbMonth, CbFigure + 1)
                   TO CbTargetFig(CbFigure)
           END-PERFORM
           SET BudSlot TO YearIdx
           MOVE CbMonth TO BudMonthSub
           PERFORM SetBudPlanUsage
           COMPUTE CbTargetFig(7) ROUNDED = BudPlanHt * 100
           COMPUTE CbTargetFig(8) ROUNDED = BudPlanTtc * 100
           COMPUTE CbTargetFig(9) ROUNDED =
               AboMonthHt(CbMonth, BudPlanIdx) * 100
           COMPUTE CbTargetFig(10) ROUNDED =
               AboMonthTtc(CbMonth, BudPlanIdx) * 100
           PERFORM VARYING CbFigure FROM 1 BY 1 UNTIL CbFigure > 10
               PERFORM ChargebackFigure
           END-PERFORM
           .

      *----------------------------------------------------------------
      * ChargebackDay adds one day's shares to CbMonthWork. The split
      * in force is the meter's set of rows with the latest
      * effective-from date on or before the day; a set adding up to
      * more than 100 % is scaled down to 100 %, one adding up to
      * less leaves the rest to CbUnassigned, as does a day before
      * the meter's first set.
      *----------------------------------------------------------------
       ChargebackDay.
           MOVE CbDay TO CbDayNbr
           MOVE SPACES TO CbSetDate
           MOVE ZERO TO CbPctSum
           PERFORM VARYING AlcIdx FROM 1 BY 1
                   UNTIL AlcIdx > AlcEntryCount
               IF AlcMeterId(AlcIdx) = MeterId(SlotMeter(YearIdx))
                       AND AlcEffDateX(AlcIdx) NOT > CbDayDateX
                       AND AlcEffDateX(AlcIdx) > CbSetDate
                   MOVE AlcEffDateX(AlcIdx) TO CbSetDate
               END-IF
           END-PERFORM
           IF CbSetDate NOT = SPACES
               PERFORM VARYING AlcIdx FROM 1 BY 1
                       UNTIL AlcIdx > AlcEntryCount
                   IF AlcMeterId(AlcIdx) = MeterId(SlotMeter(YearIdx))
                           AND AlcEffDateX(AlcIdx) = CbSetDate
                       ADD AlcPct(AlcIdx) TO CbPctSum
                   END-IF
               END-PERFORM
               PERFORM VARYING AlcIdx FROM 1 BY 1
                       UNTIL AlcIdx > AlcEntryCount
                   IF AlcMeterId(AlcIdx) = MeterId(SlotMeter(YearIdx))
                           AND AlcEffDateX(AlcIdx) = CbSetDate
                           AND AlcPct(AlcIdx) > 0
                       IF CbPctSum > 100
                           COMPUTE CbShare = AlcPct(AlcIdx) / CbPctSum
                       ELSE
                           COMPUTE CbShare = AlcPct(AlcIdx) / 100
                       END-IF
                       MOVE AlcCenter(AlcIdx) TO CbLookupCenter
                       PERFORM ChargebackDayShare
                   END-IF
               END-PERFORM
           END-IF
           IF CbPctSum < 100
               COMPUTE CbShare = (100 - CbPctSum) / 100
               MOVE CbUnassigned TO CbLookupCenter
               PERFORM ChargebackDayShare
           END-IF
           .

      *    CbShare of the day to center CbLookupCenter; a month split
      *    over more centers than CbwEntry holds folds the excess into
      *    the last entry and is flagged on the statement
       ChargebackDayShare.
           PERFORM VARYING CbSub FROM 1 BY 1
                   UNTIL CbSub > CbwCount
                   OR CbwCenter(CbSub) = CbLookupCenter
               CONTINUE
           END-PERFORM
           IF CbSub > CbwCount
               IF CbwCount < 30
                   ADD 1 TO CbwCount
                   MOVE CbLookupCenter TO CbwCenter(CbSub)
               ELSE
                   MOVE 30 TO CbSub
                   SET CbOverflow TO TRUE
               END-IF
           END-IF
           ADD CbShare TO CbwDayW(CbSub)
           IF DayRowCount(YearIdx, CbMonth, CbDay) > 0
               EVALUATE DayColorSeen(YearIdx, CbMonth, CbDay)
                   WHEN "R"
                       MOVE 1 TO CbCat
                   WHEN "W"
                       MOVE 3 TO CbCat
                   WHEN OTHER
                       MOVE 5 TO CbCat
               END-EVALUATE
               COMPUTE CbwCatW(CbSub, CbCat) = CbwCatW(CbSub, CbCat)
                   + DayHPWh(YearIdx, CbMonth, CbDay) * CbShare
               ADD 1 TO CbCat
               COMPUTE CbwCatW(CbSub, CbCat) = CbwCatW(CbSub, CbCat)
                   + DayHCWh(YearIdx, CbMonth, CbDay) * CbShare
               EVALUATE BudPlanIdx
                   WHEN 1
                       MOVE DayCostBase(YearIdx, CbMonth, CbDay)
                           TO CbDayCost
                   WHEN 2
                       MOVE DayCostTempo(YearIdx, CbMonth, CbDay)
                           TO CbDayCost
                   WHEN OTHER
                       MOVE DayCostHPHC(YearIdx, CbMonth, CbDay)
                           TO CbDayCost
               END-EVALUATE
               COMPUTE CbwCostW(CbSub) = CbwCostW(CbSub)
                   + CbDayCost * CbShare
           END-IF
           .

      *----------------------------------------------------------------
      * ChargebackFigure splits figure CbFigure of the month over the
      * centers by the weights CbMonthWork gathered for it.
      *----------------------------------------------------------------
       ChargebackFigure.
           PERFORM VARYING CbSub FROM 1 BY 1 UNTIL CbSub > CbwCount
               EVALUATE CbFigure
                   WHEN 1 THRU 6
                       MOVE CbwCatW(CbSub, CbFigure) TO CbwWeight(CbSub)
                   WHEN 7 THRU 8
                       MOVE CbwCostW(CbSub) TO CbwWeight(CbSub)
                   WHEN OTHER
                       MOVE CbwDayW(CbSub) TO CbwWeight(CbSub)
               END-EVALUATE
           END-PERFORM
           MOVE CbTargetFig(CbFigure) TO CbTarget
           PERFORM SplitChargebackFigure
           PERFORM VARYING CbSub FROM 1 BY 1 UNTIL CbSub > CbwCount
               MOVE CbwOut(CbSub) TO CbwFig(CbSub, CbFigure)
           END-PERFORM
           .

      *----------------------------------------------------------------
      * SplitChargebackFigure divides CbTarget whole units (Wh or
      * cents) over the centers in proportion to CbwWeight by the
      * largest-remainder method: each center first gets the whole
      * part of its exact share, then the units the truncation left
      * over go one each to the centers with the largest fractions,
      * the earlier center winning a tie. The parts therefore always
      * add back up to CbTarget exactly. A figure none of whose
      * weight fell on a day with a share (an hour booked under a
      * color the day did not end on) is split by days instead.
      *----------------------------------------------------------------
       SplitChargebackFigure.
           MOVE ZERO TO CbWeightSum
           PERFORM VARYING CbSub FROM 1 BY 1 UNTIL CbSub > CbwCount
               ADD CbwWeight(CbSub) TO CbWeightSum
           END-PERFORM
           IF CbWeightSum = 0
               PERFORM VARYING CbSub FROM 1 BY 1
                       UNTIL CbSub > CbwCount
                   MOVE CbwDayW(CbSub) TO CbwWeight(CbSub)
                   ADD CbwWeight(CbSub) TO CbWeightSum
               END-PERFORM
           END-IF
           MOVE ZERO TO CbAssigned
           PERFORM VARYING CbSub FROM 1 BY 1 UNTIL CbSub > CbwCount
               COMPUTE CbExact =
                   CbTarget * CbwWeight(CbSub) / CbWeightSum
               MOVE CbExact TO CbwOut(CbSub)
               COMPUTE CbwFrac(CbSub) = CbExact - CbwOut(CbSub)
               ADD CbwOut(CbSub) TO CbAssigned
           END-PERFORM
           COMPUTE CbRemain = CbTarget - CbAssigned
           PERFORM CbRemain TIMES
               MOVE 1 TO CbPick
               MOVE -2 TO CbBestFrac
               PERFORM VARYING CbSub FROM 1 BY 1
                       UNTIL CbSub > CbwCount
                   IF CbwFrac(CbSub) > CbBestFrac
                       MOVE CbwFrac(CbSub) TO CbBestFrac
                       MOVE CbSub TO CbPick
                   END-IF
               END-PERFORM
               ADD 1 TO CbwOut(CbPick)
               MOVE -1 TO CbwFrac(CbPick)
           END-PERFORM
           .

      *----------------------------------------------------------------
      * StoreChargebackMonth files the month's split into
      * ChargebackTable and the meter's figures into
      * CbMeterMonthTable, and registers its centers and month for
      * the statement.
      *----------------------------------------------------------------
       StoreChargebackMonth.
           COMPUTE CbPeriod = PrnYear * 100 + CbMonth
           IF CbmCount < 144
               ADD 1 TO CbmCount
               SET CbmIdx TO CbmCount
               MOVE SlotMeter(YearIdx) TO CbmMeterNbr(CbmIdx)
               MOVE CbPeriod TO CbmPeriod(CbmIdx)
               PERFORM VARYING CbFigure FROM 1 BY 1
                       UNTIL CbFigure > 10
                   MOVE CbTargetFig(CbFigure)
                       TO CbmFig(CbmIdx, CbFigure)
               END-PERFORM
           END-IF
      *    a share whose center finds no room in CbCenterList could
      *    never be printed or written, so it is not kept either: its
      *    meter-month then reconciles DIFF instead of OK
           PERFORM VARYING CbSub FROM 1 BY 1 UNTIL CbSub > CbwCount
               PERFORM VARYING CbCtrIdx FROM 1 BY 1
                       UNTIL CbCtrIdx > CbCtrCount
                       OR CbCtrName(CbCtrIdx) = CbwCenter(CbSub)
                   CONTINUE
               END-PERFORM
               IF CbCtrIdx > CbCtrCount
                   IF CbCtrCount < 60
                       ADD 1 TO CbCtrCount
                       MOVE CbwCenter(CbSub) TO CbCtrName(CbCtrCount)
                   ELSE
                       SET CbOverflow TO TRUE
                   END-IF
               END-IF
               IF CbCtrIdx NOT > CbCtrCount
                   IF CbEntryCount < 3000
                       ADD 1 TO CbEntryCount
                       SET CbIdx TO CbEntryCount
                       MOVE CbwCenter(CbSub) TO CbCenter(CbIdx)
                       MOVE SlotMeter(YearIdx) TO CbMeterNbr(CbIdx)
                       MOVE CbPeriod TO CbEntPeriod(CbIdx)
                       PERFORM VARYING CbFigure FROM 1 BY 1
                               UNTIL CbFigure > 10
                           MOVE CbwFig(CbSub, CbFigure)
                               TO CbFig(CbIdx, CbFigure)
                       END-PERFORM
                   ELSE
                       SET CbOverflow TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CbPerIdx FROM 1 BY 1
                   UNTIL CbPerIdx > CbPerCount
                   OR CbPerKey(CbPerIdx) = CbPeriod
               CONTINUE
           END-PERFORM
           IF CbPerIdx > CbPerCount AND CbPerCount < 144
               ADD 1 TO CbPerCount
               MOVE CbPeriod TO CbPerKey(CbPerCount)
           END-IF
           .

      *----------------------------------------------------------------
      * WriteChargeback writes the chargeback at the end of the run:
      * the statement, named from the batch list like the season
      * report, holds per cost center and month each meter's share of
      * the kWh by Tempo category and of the usage and subscription
      * euros, then checks every meter-month against the meter's own
      * figures; the accounting file carries the same shares as
      * fixed-layout records (see CbFlatRec).
      *----------------------------------------------------------------
       WriteChargeback.
           PERFORM SortChargebackLists
           MOVE SPACES TO ReportBaseName ReportBaseExt ReportFilename
           MOVE SPACES TO ChargebackFilename
           UNSTRING BatchListFilename DELIMITED BY "."
               INTO ReportBaseName ReportBaseExt
           STRING ReportBaseName DELIMITED BY SPACE
               "-chargeback.txt" DELIMITED BY SIZE
               INTO ReportFilename
           STRING ReportBaseName DELIMITED BY SPACE
               "-chargeback.dat" DELIMITED BY SIZE
               INTO ChargebackFilename
           PERFORM OpenReportFile
           OPEN OUTPUT ChargebackFile
           IF ChargebackFileStatus = "00"
               SET ChargebackFileOpen TO TRUE
           ELSE
               MOVE "N" TO ChargebackOpenFlag
               DISPLAY "WARNING: cannot open chargeback file "
                   ChargebackFilename ", accounting file not written"
           END-IF
           MOVE SPACES TO CbTitleLine
           STRING "Chargeback statement, usage priced under the "
                   DELIMITED BY SIZE
               BudPlanName DELIMITED BY SPACE
               " plan" DELIMITED BY SIZE
               INTO CbTitleLine
           PERFORM WriteChargebackTitle
           MOVE SPACES TO CbTitleLine
           STRING "Subscription prorated by calendar day; shares "
                   DELIMITED BY SIZE
               "short of 100 % go to " DELIMITED BY SIZE
               CbUnassigned DELIMITED BY SPACE
               INTO CbTitleLine
           PERFORM WriteChargebackTitle
           IF CbOverflow
               MOVE SPACES TO CbTitleLine
               STRING "WARNING: too many cost centers, shares folded"
                       DELIMITED BY SIZE
                   " or left out (DIFF below)" DELIMITED BY SIZE
                   INTO CbTitleLine
               PERFORM WriteChargebackTitle
               DISPLAY "WARNING: chargeback tables full, see "
                   ReportFilename
           END-IF
           PERFORM VARYING CbCtrIdx FROM 1 BY 1
                   UNTIL CbCtrIdx > CbCtrCount
               PERFORM ChargebackCenterStatement
           END-PERFORM
           PERFORM ChargebackReconciliation
           PERFORM CloseReportFile
           IF ChargebackFileOpen
               CLOSE ChargebackFile
               MOVE "N" TO ChargebackOpenFlag
           END-IF
           MOVE CbCtrCount TO CbCenterDisp
           DISPLAY "Chargeback:" CbCenterDisp
               " cost center(s), accounting file " ChargebackFilename
           .

      *    cost centers alphabetically, months in date order; a few
      *    dozen entries at most, so a bubble pass is plenty
       SortChargebackLists.
           PERFORM VARYING CbSortPass FROM 1 BY 1
                   UNTIL CbSortPass >= CbCtrCount
               PERFORM VARYING CbCtrIdx FROM 1 BY 1
                       UNTIL CbCtrIdx >= CbCtrCount
                   IF CbCtrName(CbCtrIdx) > CbCtrName(CbCtrIdx + 1)
                       MOVE CbCtrName(CbCtrIdx) TO CbCtrSwap
                       MOVE CbCtrName(CbCtrIdx + 1)
                           TO CbCtrName(CbCtrIdx)
                       MOVE CbCtrSwap TO CbCtrName(CbCtrIdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING CbSortPass FROM 1 BY 1
                   UNTIL CbSortPass >= CbPerCount
               PERFORM VARYING CbPerIdx FROM 1 BY 1
                       UNTIL CbPerIdx >= CbPerCount
                   IF CbPerKey(CbPerIdx) > CbPerKey(CbPerIdx + 1)
                       MOVE CbPerKey(CbPerIdx) TO CbPerSwap
                       MOVE CbPerKey(CbPerIdx + 1)
                           TO CbPerKey(CbPerIdx)
                       MOVE CbPerSwap TO CbPerKey(CbPerIdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       ChargebackCenterStatement.
           PERFORM VARYING CbFigure FROM 1 BY 1 UNTIL CbFigure > 10
               MOVE ZERO TO CbCenterFig(CbFigure)
           END-PERFORM
           MOVE ZERO TO CbCenterPeriods
           PERFORM VARYING CbPerIdx FROM 1 BY 1
                   UNTIL CbPerIdx > CbPerCount
               PERFORM ChargebackPeriodBlock
           END-PERFORM
           IF CbCenterPeriods > 1
               PERFORM WriteBlankLine
               MOVE SPACES TO CbTitleLine
               STRING "Cost center " DELIMITED BY SIZE
                   CbCtrName(CbCtrIdx) DELIMITED BY SPACE
                   ", all months" DELIMITED BY SIZE
                   INTO CbTitleLine
               PERFORM WriteChargebackTitle
               PERFORM VARYING CbFigure FROM 1 BY 1
                       UNTIL CbFigure > 10
                   MOVE CbCenterFig(CbFigure) TO CbOutFig(CbFigure)
               END-PERFORM
               MOVE "Total" TO CbkName
               PERFORM WriteChargebackFigures
           END-IF
           .

      *    one cost center's month: a line pair per meter sharing in
      *    it, each also written to the accounting file
       ChargebackPeriodBlock.
           MOVE ZERO TO CbLines
           PERFORM VARYING CbFigure FROM 1 BY 1 UNTIL CbFigure > 10
               MOVE ZERO TO CbBlockFig(CbFigure)
           END-PERFORM
           PERFORM VARYING CbIdx FROM 1 BY 1
                   UNTIL CbIdx > CbEntryCount
               IF CbCenter(CbIdx) = CbCtrName(CbCtrIdx)
                       AND CbEntPeriod(CbIdx) = CbPerKey(CbPerIdx)
                   IF CbLines = 0
                       PERFORM ChargebackBlockHeading
                       ADD 1 TO CbCenterPeriods
                   END-IF
                   ADD 1 TO CbLines
                   PERFORM VARYING CbFigure FROM 1 BY 1
                           UNTIL CbFigure > 10
                       MOVE CbFig(CbIdx, CbFigure)
                           TO CbOutFig(CbFigure)
                       ADD CbFig(CbIdx, CbFigure)
                           TO CbBlockFig(CbFigure)
                       ADD CbFig(CbIdx, CbFigure)
                           TO CbCenterFig(CbFigure)
                   END-PERFORM
                   IF MeterId(CbMeterNbr(CbIdx)) = SPACES
                       MOVE "meter" TO CbkName
                   ELSE
                       MOVE MeterId(CbMeterNbr(CbIdx)) TO CbkName
                   END-IF
                   PERFORM WriteChargebackFigures
                   PERFORM WriteChargebackRecord
               END-IF
           END-PERFORM
           IF CbLines > 1
               PERFORM VARYING CbFigure FROM 1 BY 1
                       UNTIL CbFigure > 10
                   MOVE CbBlockFig(CbFigure) TO CbOutFig(CbFigure)
               END-PERFORM
               MOVE "Total" TO CbkName
               PERFORM WriteChargebackFigures
           END-IF
           .

       ChargebackBlockHeading.
           PERFORM WriteBlankLine
           MOVE CbCtrName(CbCtrIdx) TO CbhCenter
           MOVE CbPerKey(CbPerIdx) TO CbPeriodNum
           MOVE CbPdYear TO CbhYear
           MOVE CbPdMonth TO CbhMonth
           IF ReportFileOpen
               WRITE ReportRec FROM CbBlockHeading
               WRITE ReportRec FROM CbKwhHeading
               WRITE ReportRec FROM CbCostHeading
           END-IF
           .

      *    the kWh line (named by CbkName) and the EUR line of the
      *    figures in CbOutFig
       WriteChargebackFigures.
           PERFORM VARYING CbFigure FROM 1 BY 1 UNTIL CbFigure > 6
               COMPUTE CbkKwh(CbFigure) = CbOutFig(CbFigure) / 1000
           END-PERFORM
           MOVE SPACES TO CbcName
           PERFORM VARYING CbFigure FROM 7 BY 1 UNTIL CbFigure > 10
               COMPUTE CbcAmt(CbFigure - 6) = CbOutFig(CbFigure) / 100
           END-PERFORM
           COMPUTE CbcAmt(5) = (CbOutFig(8) + CbOutFig(10)) / 100
           IF ReportFileOpen
               WRITE ReportRec FROM CbKwhLine
               WRITE ReportRec FROM CbCostLine
           END-IF
           .

       WriteChargebackRecord.
           IF ChargebackFileOpen
               MOVE CbCenter(CbIdx) TO CbfCenter
               MOVE CbEntPeriod(CbIdx) TO CbPeriodNum
               MOVE CbPdYear TO CbfYear
               MOVE CbPdMonth TO CbfMonth
               MOVE MeterId(CbMeterNbr(CbIdx)) TO CbfMeterId
               MOVE BudPlanName(1:1) TO CbfPlan
               PERFORM VARYING CbFigure FROM 1 BY 1 UNTIL CbFigure > 6
                   MOVE CbFig(CbIdx, CbFigure) TO CbfWh(CbFigure)
               END-PERFORM
               PERFORM VARYING CbFigure FROM 7 BY 1
                       UNTIL CbFigure > 10
                   COMPUTE CbfAmt(CbFigure - 6) =
                       CbFig(CbIdx, CbFigure) / 100
               END-PERFORM
               WRITE ChargebackRec FROM CbFlatRec
           END-IF
           .

      *----------------------------------------------------------------
      * ChargebackReconciliation adds every meter-month's shares back
      * up and sets them against the meter's own figures; any of the
      * ten figures off by a Wh or a cent marks the line DIFF.
      *----------------------------------------------------------------
       ChargebackReconciliation.
           PERFORM WriteBlankLine
           MOVE "Reconciliation with each meter's own figures"
               TO CbTitleLine
           PERFORM WriteChargebackTitle
           IF ReportFileOpen
               WRITE ReportRec FROM CbReconHeading
           END-IF
           PERFORM VARYING CbmIdx FROM 1 BY 1 UNTIL CbmIdx > CbmCount
               PERFORM ChargebackReconLine
           END-PERFORM
           .

       ChargebackReconLine.
           PERFORM VARYING CbFigure FROM 1 BY 1 UNTIL CbFigure > 10
               MOVE ZERO TO CbCheckFig(CbFigure)
           END-PERFORM
           PERFORM VARYING CbIdx FROM 1 BY 1
                   UNTIL CbIdx > CbEntryCount
               IF CbMeterNbr(CbIdx) = CbmMeterNbr(CbmIdx)
                       AND CbEntPeriod(CbIdx) = CbmPeriod(CbmIdx)
                   PERFORM VARYING CbFigure FROM 1 BY 1
                           UNTIL CbFigure > 10
                       ADD CbFig(CbIdx, CbFigure)
                           TO CbCheckFig(CbFigure)
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE "OK" TO CbrVerdict
           PERFORM VARYING CbFigure FROM 1 BY 1 UNTIL CbFigure > 10
               IF CbCheckFig(CbFigure) NOT = CbmFig(CbmIdx, CbFigure)
                   MOVE "DIFF" TO CbrVerdict
               END-IF
           END-PERFORM
           IF MeterId(CbmMeterNbr(CbmIdx)) = SPACES
               MOVE "meter" TO CbrMeter
           ELSE
               MOVE MeterId(CbmMeterNbr(CbmIdx)) TO CbrMeter
           END-IF
           MOVE CbmPeriod(CbmIdx) TO CbPeriodNum
           MOVE CbPdYear TO CbrYear
           MOVE CbPdMonth TO CbrMonth
           COMPUTE CbrKwhMeter = (CbmFig(CbmIdx, 1) + CbmFig(CbmIdx, 2)
               + CbmFig(CbmIdx, 3) + CbmFig(CbmIdx, 4)
               + CbmFig(CbmIdx, 5) + CbmFig(CbmIdx, 6)) / 1000
           COMPUTE CbrKwhCenters = (CbCheckFig(1) + CbCheckFig(2)
               + CbCheckFig(3) + CbCheckFig(4) + CbCheckFig(5)
               + CbCheckFig(6)) / 1000
           COMPUTE CbrTtcMeter =
               (CbmFig(CbmIdx, 8) + CbmFig(CbmIdx, 10)) / 100
           COMPUTE CbrTtcCenters =
               (CbCheckFig(8) + CbCheckFig(10)) / 100
           IF ReportFileOpen
               WRITE ReportRec FROM CbReconLine
           END-IF
           .

       WriteChargebackTitle.
           IF ReportFileOpen
               WRITE ReportRec FROM CbTitleLine
           END-IF
           .

      *----------------------------------------------------------------
      * YearIdxMonthlyBreakdown details each month of the year after
      * the annual summary: every category's KWh, cost and hours for
                   PERFORM WriteBlankLine
               END-IF
           END-PERFORM
           IF BudYearKnown = 1
               PERFORM YearIdxBudgetSummary
               DISPLAY SPACE
               PERFORM WriteBlankLine
           END-IF
           .

       MonthIdxDetails.
           PERFORM WriteMonthHeadingLine
           MOVE ZERO TO MonthTempoCost
           MOVE ZERO TO MonthHPHCCost
           MOVE ZERO TO MonthTempoTtc
           MOVE ZERO TO MonthHPHCTtc
           MOVE CMonthCost(YearIdx, MonthIdx, 1) TO MonthBaseCost
           MOVE CMonthTtc(YearIdx, MonthIdx, 1) TO MonthBaseTtc
           PERFORM VARYING TableIdx FROM 2 BY 1 UNTIL TableIdx > 7
               PERFORM MonthTableIdxDisplayLine
               ADD MonthCost TO MonthTempoCost
               ADD MonthTtc TO MonthTempoTtc
           END-PERFORM
           PERFORM VARYING TableIdx FROM 8 BY 1 UNTIL TableIdx > 9
               PERFORM MonthTableIdxDisplayLine
               ADD MonthCost TO MonthHPHCCost
               ADD MonthTtc TO MonthHPHCTtc
           END-PERFORM
           MOVE SPACES TO DetailLine
           MOVE "Base" TO PrnName
           MOVE CMonthKWh(YearIdx, MonthIdx, 1) TO PrnTotalKwh
           ADD ZERO TO MonthBaseCost GIVING PrnTotalCost ROUNDED
           ADD ZERO TO MonthBaseTtc GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine
           MOVE SPACES TO DetailLine
           MOVE "Tempo" TO PrnName
           MOVE CMonthKWh(YearIdx, MonthIdx, 1) TO PrnTotalKwh
           ADD ZERO TO MonthTempoCost GIVING PrnTotalCost ROUNDED
           ADD ZERO TO MonthTempoTtc GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine
           MOVE SPACES TO DetailLine
           MOVE "HP/HC" TO PrnName
           MOVE CMonthKWh(YearIdx, MonthIdx, 1) TO PrnTotalKwh
           ADD ZERO TO MonthHPHCCost GIVING PrnTotalCost ROUNDED
           ADD ZERO TO MonthHPHCTtc GIVING PrnTotalTtc ROUNDED
           DISPLAY DetailLine
           PERFORM WriteDetailLine
           SET BudMonthSub TO MonthIdx
           IF BymKnown(BudMonthSub) = 1
               PERFORM MonthIdxBudgetLines
           END-IF
           PERFORM MonthIdxInjection
           .

      *----------------------------------------------------------------
      * MonthIdxBudgetLines sets the month's budget against what it
      * actually cost under the budget plan, fee included, TTC.
      *----------------------------------------------------------------
       MonthIdxBudgetLines.
           PERFORM WriteBudgetHeadingOut
           MOVE SPACES TO BudgetLine
           MOVE "  budget" TO BudName
           COMPUTE BudKwhOut ROUNDED = BymBudKwh(BudMonthSub)
           MOVE BymBudEur(BudMonthSub) TO BudEurOut
           PERFORM WriteBudgetLineOut
           MOVE SPACES TO BudgetLine
           MOVE "  actual" TO BudName
           COMPUTE BudKwhOut = BymActWh(BudMonthSub) / 1000
           COMPUTE BudEurOut ROUNDED = BymActEur(BudMonthSub)
           PERFORM WriteBudgetLineOut
           COMPUTE BudVarKwh =
               BymActWh(BudMonthSub) / 1000 - BymBudKwh(BudMonthSub)
           COMPUTE BudVarEur ROUNDED =
               BymActEur(BudMonthSub) - BymBudEur(BudMonthSub)
           MOVE BymBudKwh(BudMonthSub) TO BudBaseKwh
           MOVE BymBudEur(BudMonthSub) TO BudBaseEur
           MOVE SPACES TO BudgetLine
           MOVE "  variance" TO BudName
           PERFORM WriteBudgetVarianceOut
           .

      *----------------------------------------------------------------
      * YearIdxBudgetSummary closes the breakdown with the year to
      * date, the budgeted months' projection against the year's
      * budget, the unbudgeted months and the whole projected
      * year-end, and the overrun verdict.
      *----------------------------------------------------------------
       YearIdxBudgetSummary.
           MOVE SPACES TO BhdName
           STRING "Budget YTD " DELIMITED BY SIZE
               BudPlanName DELIMITED BY SPACE
               INTO BhdName
           DISPLAY BudgetHeading
           PERFORM WriteBudgetHeadingLine
           MOVE SPACES TO BudgetLine
           MOVE "  budget" TO BudName
           COMPUTE BudKwhOut ROUNDED = BudYtdBudKwh
           MOVE BudYtdBudEur TO BudEurOut
           PERFORM WriteBudgetLineOut
           MOVE SPACES TO BudgetLine
           MOVE "  actual" TO BudName
           COMPUTE BudKwhOut = BudYtdActWh / 1000
           COMPUTE BudEurOut ROUNDED = BudYtdActEur
           PERFORM WriteBudgetLineOut
           COMPUTE BudVarKwh = BudYtdActWh / 1000 - BudYtdBudKwh
           COMPUTE BudVarEur ROUNDED = BudYtdActEur - BudYtdBudEur
           MOVE BudYtdBudKwh TO BudBaseKwh
           MOVE BudYtdBudEur TO BudBaseEur
           MOVE SPACES TO BudgetLine
           MOVE "  variance" TO BudName
           PERFORM WriteBudgetVarianceOut
           MOVE SPACES TO BudgetLine
           MOVE "  year budget" TO BudName
           COMPUTE BudKwhOut ROUNDED = BudYearBudKwh
           MOVE BudYearBudEur TO BudEurOut
           PERFORM WriteBudgetLineOut
           MOVE SPACES TO BudgetLine
           MOVE "  projected" TO BudName
           COMPUTE BudKwhOut = BudProjWh / 1000
           COMPUTE BudEurOut ROUNDED = BudProjEur
           PERFORM WriteBudgetLineOut
           COMPUTE BudVarKwh = BudProjWh / 1000 - BudYearBudKwh
           COMPUTE BudVarEur ROUNDED = BudProjEur - BudYearBudEur
           MOVE BudYearBudKwh TO BudBaseKwh
           MOVE BudYearBudEur TO BudBaseEur
           MOVE SPACES TO BudgetLine
           MOVE "  proj. variance" TO BudName
           PERFORM WriteBudgetVarianceOut
           MOVE SPACES TO BudgetLine
           MOVE "  unbudgeted" TO BudName
           COMPUTE BudKwhOut = BudOutWh / 1000
           COMPUTE BudEurOut ROUNDED = BudOutEur
           PERFORM WriteBudgetLineOut
           MOVE SPACES TO BudgetLine
           MOVE "  proj. year-end" TO BudName
           COMPUTE BudKwhOut = (BudProjWh + BudOutWh) / 1000
           COMPUTE BudEurOut ROUNDED = BudProjEur + BudOutEur
           PERFORM WriteBudgetLineOut
           MOVE BudProjBudMonths TO BudMonthsDisp
           MOVE BudProjHistMonths TO BudHistDisp
           MOVE BudProjNoneMonths TO BudNoneDisp
           MOVE SPACES TO BudSummaryLine
           STRING "  months projected:" DELIMITED BY SIZE
               BudMonthsDisp DELIMITED BY SIZE
               " at budget," DELIMITED BY SIZE
               BudHistDisp DELIMITED BY SIZE
               " at history," DELIMITED BY SIZE
               BudNoneDisp DELIMITED BY SIZE
               " with neither" DELIMITED BY SIZE
               INTO BudSummaryLine
           PERFORM WriteBudgetSummaryOut
           IF BudOverrun
               MOVE BudTolPct TO BudTolDisp
               MOVE SPACES TO BudSummaryLine
               STRING "  OVERRUN: budgeted months projected over"
                       DELIMITED BY SIZE
                   " budget by more than" DELIMITED BY SIZE
                   BudTolDisp DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO BudSummaryLine
               PERFORM WriteBudgetSummaryOut
           END-IF
           .

      *----------------------------------------------------------------
      * WriteBudgetVarianceOut prints BudVarKwh/BudVarEur on the
      * BudgetLine already named, each with its percentage of
      * BudBaseKwh/BudBaseEur (left blank on a zero budget).
      *----------------------------------------------------------------
       WriteBudgetVarianceOut.
           COMPUTE BudKwhOut ROUNDED = BudVarKwh
           MOVE BudVarEur TO BudEurOut
           IF BudBaseKwh > 0
               COMPUTE BudKwhPct ROUNDED =
                   BudVarKwh * 100 / BudBaseKwh
           END-IF
           IF BudBaseEur > 0
               COMPUTE BudEurPct ROUNDED =
                   BudVarEur * 100 / BudBaseEur
           END-IF
           PERFORM WriteBudgetLineOut
           .

       WriteBudgetHeadingOut.
           MOVE SPACES TO BhdName
           STRING "Budget " DELIMITED BY SIZE
               BudPlanName DELIMITED BY SPACE
               INTO BhdName
           DISPLAY BudgetHeading
           PERFORM WriteBudgetHeadingLine
           .

       WriteBudgetHeadingLine.
           IF ReportFileOpen
               WRITE ReportRec FROM BudgetHeading
           END-IF
           .

       WriteBudgetLineOut.
           DISPLAY BudgetLine
           IF ReportFileOpen
               WRITE ReportRec FROM BudgetLine
           END-IF
           .

       WriteBudgetSummaryOut.
           DISPLAY BudSummaryLine
           IF ReportFileOpen
               MOVE BudSummaryLine TO ReportRec
               WRITE ReportRec
           END-IF
           .

       MonthTableIdxDisplayLine.
           MOVE CMonthCost(YearIdx, MonthIdx, TableIdx) TO MonthCost
           MOVE CMonthTtc(YearIdx, MonthIdx, TableIdx) TO MonthTtc
           MOVE ConsoName(TableIdx) TO PrnName
           MOVE CMonthKWh(YearIdx, MonthIdx, TableIdx) TO PrnTotalKwh
           ADD ZERO TO MonthCost GIVING PrnTotalCost ROUNDED
           ADD ZERO TO MonthTtc GIVING PrnTotalTtc ROUNDED
           MOVE CMonthHours(YearIdx, MonthIdx, TableIdx)
               TO PrnTotalHours
           IF CMonthHours(YearIdx, MonthIdx, TableIdx) = 0
               MOVE ZERO TO PrnCostPerHour
           ELSE
               DIVIDE MonthCost
                   BY CMonthHours(YearIdx, MonthIdx, TableIdx)
                   GIVING PrnCostPerHour ROUNDED
           END-IF
           DISPLAY DetailLine
           PERFORM WriteDetailLine
           .

       WriteMonthHeadingLine.
           IF ReportFileOpen
               WRITE ReportRec FROM MonthHeading
           END-IF
           .

      *----------------------------------------------------------------
      * YearIdxInjectionReport/MonthIdxInjection load InjWork with the
      * year's or the month's injection figures and print them through
      * InjPrintSection. A meter that injected nothing in that span
      * gets no section, so a site without PV reports as before.
      *----------------------------------------------------------------
       YearIdxInjectionReport.
           IF CTotalInjWh(YearIdx, 1) > 0
               PERFORM VARYING TableIdx FROM 1 BY 1 UNTIL TableIdx > 9
                   MOVE CTotalInjKWh(YearIdx, TableIdx)
                       TO InjCatKWh(TableIdx)
                   MOVE CTotalInjVal(YearIdx, TableIdx)
                       TO InjCatVal(TableIdx)
               END-PERFORM
               MOVE CTotalKWh(YearIdx, 1) TO InjConsKWh
               PERFORM InjPrintSection
               DISPLAY SPACE
               PERFORM WriteBlankLine
           END-IF
           .

       MonthIdxInjection.
           IF CMonthInjWh(YearIdx, MonthIdx, 1) > 0
               PERFORM VARYING TableIdx FROM 1 BY 1 UNTIL TableIdx > 9
                   MOVE CMonthInjKWh(YearIdx, MonthIdx, TableIdx)
                       TO InjCatKWh(TableIdx)
                   MOVE CMonthInjVal(YearIdx, MonthIdx, TableIdx)
                       TO InjCatVal(TableIdx)
               END-PERFORM
               MOVE CMonthKWh(YearIdx, MonthIdx, 1) TO InjConsKWh
               PERFORM InjPrintSection
           END-IF
           .

      *----------------------------------------------------------------
      * InjPrintSection prints InjWork: one line per Tempo and HP/HC
      * category, the "Exported" total, then the grid share: of the
      * energy exchanged with the grid (drawn plus injected), the
      * part drawn from it. The meter only sees what crosses it, not
      * what the panels produce, so this is not a self-consumption
      * ratio - that needs the PV production, which the TIC rows do
      * not carry.
      *----------------------------------------------------------------
       InjPrintSection.
           DISPLAY InjHeading
           PERFORM WriteInjHeadingLine
           PERFORM VARYING TableIdx FROM 2 BY 1 UNTIL TableIdx > 9
               MOVE ConsoName(TableIdx) TO PrnInjName
               PERFORM InjDisplayLine
           END-PERFORM
           MOVE 1 TO TableIdx
           MOVE "Exported" TO PrnInjName
           PERFORM InjDisplayLine
           MOVE SPACES TO InjDetailLine
           MOVE "Grid share" TO PrnInjName
           COMPUTE InjSharePct ROUNDED = 100
               - InjCatKWh(1) * 100 / (InjConsKWh + InjCatKWh(1))
           MOVE InjSharePct TO PrnInjShare
           MOVE "%" TO PrnInjPct
           DISPLAY InjDetailLine
           PERFORM WriteInjDetailLine
           .

       InjDisplayLine.
           MOVE InjCatKWh(TableIdx) TO PrnInjKwh
           ADD ZERO TO InjCatVal(TableIdx) GIVING PrnInjValue ROUNDED
           COMPUTE InjSharePct ROUNDED =
               InjCatKWh(TableIdx) * 100 / InjCatKWh(1)
           MOVE InjSharePct TO PrnInjShare
           MOVE "%" TO PrnInjPct
           DISPLAY InjDetailLine
           PERFORM WriteInjDetailLine
           .

       WriteInjHeadingLine.
           IF ReportFileOpen
               WRITE ReportRec FROM InjHeading
           END-IF
           .

       WriteInjDetailLine.
           IF ReportFileOpen
               WRITE ReportRec FROM InjDetailLine
           END-IF
           .

      *----------------------------------------------------------------
      * YearIdxEmissionsReport prints the year's emissions (see
      * Co2Heading): a line per Tempo and HP/HC category and the
      * year's total, the kg of each metered month by color and by
      * HP/HC, and the hours the intensity file had no value for,
      * which stay out of the kg rather than counting as zero.
      *----------------------------------------------------------------
       YearIdxEmissionsReport.
           DISPLAY Co2Heading
           PERFORM WriteCo2HeadingLine
           PERFORM VARYING TableIdx FROM 2 BY 1 UNTIL TableIdx > 9
               MOVE ConsoName(TableIdx) TO PrnCo2Name
               PERFORM Co2CategoryLine
           END-PERFORM
           MOVE 1 TO TableIdx
           MOVE "Total" TO PrnCo2Name
           PERFORM Co2CategoryLine
           DISPLAY SPACE
           PERFORM WriteBlankLine
           DISPLAY Co2MonthHeading
           PERFORM WriteCo2MonthHeadingLine
           PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
               IF CMonthHours(YearIdx, MonthIdx, 1) > 0
                   PERFORM Co2MonthDisplayLine
               END-IF
           END-PERFORM
           IF CTotalCo2Miss(YearIdx, 1) > 0
               MOVE CTotalCo2Miss(YearIdx, 1) TO Co2MissDisp
               COMPUTE Co2KwhDisp = CTotalCo2MissWh(YearIdx, 1) / 1000
               MOVE SPACES TO Co2MissLine
               STRING "Hours without intensity:" DELIMITED BY SIZE
                   Co2MissDisp DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   Co2KwhDisp DELIMITED BY SIZE
                   " kWh), not in the kg CO2 above" DELIMITED BY SIZE
                   INTO Co2MissLine
               DISPLAY Co2MissLine
               PERFORM WriteCo2MissLine
           END-IF
           DISPLAY SPACE
           PERFORM WriteBlankLine
           .

       Co2CategoryLine.
           MOVE CTotalKWh(YearIdx, TableIdx) TO PrnCo2Kwh
           COMPUTE PrnCo2Kg ROUNDED =
               CTotalCo2G(YearIdx, TableIdx) / 1000
           COMPUTE Co2WhWork = CTotalWh(YearIdx, TableIdx)
               - CTotalCo2MissWh(YearIdx, TableIdx)
           IF Co2WhWork > 0
               COMPUTE PrnCo2Rate ROUNDED =
                   CTotalCo2G(YearIdx, TableIdx) * 1000 / Co2WhWork
           ELSE
               MOVE ZERO TO PrnCo2Rate
           END-IF
           MOVE CTotalCo2Miss(YearIdx, TableIdx) TO PrnCo2Miss
           DISPLAY Co2DetailLine
           PERFORM WriteCo2DetailLine
           .

      *    kg of the month by color (HP plus HC of the color), then by
      *    HP/HC, then the month's total and its hours without a value
       Co2MonthDisplayLine.
           MOVE PrnYear TO PrnCo2MonthYear
           MOVE MonthIdx TO PrnCo2MonthNum
           COMPUTE PrnCo2MonthKg(1) ROUNDED =
               (CMonthCo2G(YearIdx, MonthIdx, 2)
               + CMonthCo2G(YearIdx, MonthIdx, 3)) / 1000
           COMPUTE PrnCo2MonthKg(2) ROUNDED =
               (CMonthCo2G(YearIdx, MonthIdx, 4)
               + CMonthCo2G(YearIdx, MonthIdx, 5)) / 1000
           COMPUTE PrnCo2MonthKg(3) ROUNDED =
               (CMonthCo2G(YearIdx, MonthIdx, 6)
               + CMonthCo2G(YearIdx, MonthIdx, 7)) / 1000
           COMPUTE PrnCo2MonthKg(4) ROUNDED =
               CMonthCo2G(YearIdx, MonthIdx, 8) / 1000
           COMPUTE PrnCo2MonthKg(5) ROUNDED =
               CMonthCo2G(YearIdx, MonthIdx, 9) / 1000
           COMPUTE PrnCo2MonthKg(6) ROUNDED =
               CMonthCo2G(YearIdx, MonthIdx, 1) / 1000
           MOVE CMonthCo2Miss(YearIdx, MonthIdx, 1) TO PrnCo2MonthMiss
           DISPLAY Co2MonthLine
           PERFORM WriteCo2MonthLine
           .

       WriteCo2HeadingLine.
           IF ReportFileOpen
               WRITE ReportRec FROM Co2Heading
           END-IF
           .

       WriteCo2DetailLine.
           IF ReportFileOpen
               WRITE ReportRec FROM Co2DetailLine
           END-IF
           .

       WriteCo2MonthHeadingLine.
           IF ReportFileOpen
               WRITE ReportRec FROM Co2MonthHeading
           END-IF
           .

       WriteCo2MonthLine.
           IF ReportFileOpen
               WRITE ReportRec FROM Co2MonthLine
           END-IF
           .

       WriteCo2MissLine.
           IF ReportFileOpen
               MOVE Co2MissLine TO ReportRec
               WRITE ReportRec
           END-IF
           .

           IF ReportFileOpen
               MOVE SPACES TO DailyLine
               STRING "date,color,hp_kwh,hc_kwh," DELIMITED BY SIZE
                   "base_eur,tempo_eur,hphc_eur,dju" DELIMITED BY SIZE
                   INTO DailyLine
               WRITE ReportRec FROM DailyLine
               MOVE PrnYear TO DjuLookupYear
               PERFORM FindDjuYear
               PERFORM VARYING MonthIdx FROM 1 BY 1
                       UNTIL MonthIdx > 12
                   PERFORM VARYING DayNum FROM 1 BY 1
               DayCostTempo(YearIdx, MonthIdx, DayNum)
           COMPUTE DailyHPHCDisp ROUNDED =
               DayCostHPHC(YearIdx, MonthIdx, DayNum)
      *    a day with no DJU on file leaves the column empty, not 0
           MOVE SPACES TO DailyDjuText
           IF DjuHit > 0
               IF DjuKnown(DjuHit, MonthIdx, DayNum)
                   MOVE DjuValue(DjuHit, MonthIdx, DayNum)
                       TO DailyDjuDisp
                   MOVE DailyDjuDisp TO DailyDjuText
               END-IF
           END-IF
           MOVE SPACES TO DailyLine
           STRING DailyDateDisp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DailyTempoDisp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DailyHPHCDisp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DailyDjuText DELIMITED BY SPACE
               INTO DailyLine
           WRITE ReportRec FROM DailyLine
           .
               IF AggRowHeld(RowMeter)
                   IF AggRowKey = AggHeldKey(RowMeter)
                       ADD ConsWh TO AggWh(RowMeter)
                       ADD InjWh TO AggInjWh(RowMeter)
                   ELSE
      *                the flush replays the held row through TicData,
      *                so park the row just read and put it back after
       HoldCurrentRow.
           MOVE AggRowKey TO AggHeldKey(RowMeter)
           MOVE ConsWh TO AggWh(RowMeter)
           MOVE InjWh TO AggInjWh(RowMeter)
           MOVE TicData TO AggTicHold(RowMeter)
           SET AggRowHeld(RowMeter) TO TRUE
           .
           IF AggRowHeld(AggMeterNbr)
               MOVE AggTicHold(AggMeterNbr) TO TicData
               MOVE AggWh(AggMeterNbr) TO ConsWh
               MOVE AggInjWh(AggMeterNbr) TO InjWh
               MOVE AggMeterNbr TO RowMeter
               IF MasterMode
                   PERFORM MergeBucketToMaster
                       ADD 1 TO FileRowsSkipped
                   ELSE
                       ADD 1 TO FileRowsLoaded
                       PERFORM MarkDropRange
                       PERFORM SetCouleurJour
                       PERFORM CalculateConsoSums
                   END-IF
               MOVE AggHeldHour(AggMeterNbr) TO MstHour
               MOVE AggHeldTz(AggMeterNbr) TO MstTz
               MOVE AggWh(AggMeterNbr) TO MstWh
               MOVE AggInjWh(AggMeterNbr) TO MstInjWh
               WRITE MstRec
                   INVALID KEY
                       REWRITE MstRec
                   NOT INVALID KEY
                       ADD 1 TO MstNewCount
               END-WRITE
               PERFORM MarkDropRange
           END-IF
           .

      *----------------------------------------------------------------
      * MarkDropRange widens the flushed hour's meter's range of dates
      * delivered by this run's batch files - in master mode the hours
      * just merged, in direct mode every hour read - to take in the
      * hour's date.
      *----------------------------------------------------------------
       MarkDropRange.
           MOVE DateYear TO AnomStampYear
           MOVE DateMonth TO AnomStampMonth
           MOVE DateDay TO AnomStampDay
           STRING AnomStampYear AnomStampMonth AnomStampDay
               DELIMITED BY SIZE INTO AnomDateX
           IF MeterDropFrom(RowMeter) IS NOT NUMERIC
                   OR AnomDateX < MeterDropFrom(RowMeter)
               MOVE AnomDateX TO MeterDropFrom(RowMeter)
           END-IF
           IF MeterDropTo(RowMeter) IS NOT NUMERIC
                   OR AnomDateX > MeterDropTo(RowMeter)
               MOVE AnomDateX TO MeterDropTo(RowMeter)
           END-IF
           .

       CalculateConsoSums.
           PERFORM SetCurrentRates
           PERFORM ClassifyHpHc
           PERFORM SetTempoTableIdx
           SET MonthIdx TO DateMonth
           COMPUTE HourExcise = ConsWh * CurAccise / 1000
           ADD ConsWh TO CTotalWh(YearIdx, 1)
           ADD ConsWh TO CTotalWh(YearIdx, TableIdx)
           ADD 1 TO CTotalHours(YearIdx, 1)
           ADD HourCost TO CTotalCost(YearIdx, 1)
           ADD HourCost TO CMonthCost(YearIdx, MonthIdx, 1)
           ADD HourCost TO DayCostBase(YearIdx, MonthIdx, DateDay)
           PERFORM ComputeHourTtc
           ADD HourTtc TO CTotalTtc(YearIdx, 1)
           ADD HourTtc TO CMonthTtc(YearIdx, MonthIdx, 1)
           COMPUTE HourCost = ConsWh * CurKwh(TableIdx) / 1000
           ADD HourCost TO CTotalCost(YearIdx, TableIdx)
           ADD HourCost TO CMonthCost(YearIdx, MonthIdx, TableIdx)
           ADD HourCost TO DayCostTempo(YearIdx, MonthIdx, DateDay)
           PERFORM ComputeHourTtc
           ADD HourTtc TO CTotalTtc(YearIdx, TableIdx)
           ADD HourTtc TO CMonthTtc(YearIdx, MonthIdx, TableIdx)
           IF InjWh > 0
               PERFORM BookInjection
           END-IF
           MOVE CouleurJour
               TO DayColorSeen(YearIdx, MonthIdx, DateDay)
           IF DayRowCount(YearIdx, MonthIdx, DateDay) < 99
               ADD HourCost TO CTotalCost(YearIdx, 8)
               ADD HourCost TO CMonthCost(YearIdx, MonthIdx, 8)
               ADD HourCost TO DayCostHPHC(YearIdx, MonthIdx, DateDay)
               PERFORM ComputeHourTtc
               ADD HourTtc TO CTotalTtc(YearIdx, 8)
               ADD HourTtc TO CMonthTtc(YearIdx, MonthIdx, 8)
               ADD ConsWh TO DayHPWh(YearIdx, MonthIdx, DateDay)
           ELSE
               ADD ConsWh TO CTotalWh(YearIdx, 9)
               ADD HourCost TO CTotalCost(YearIdx, 9)
               ADD HourCost TO CMonthCost(YearIdx, MonthIdx, 9)
               ADD HourCost TO DayCostHPHC(YearIdx, MonthIdx, DateDay)
               PERFORM ComputeHourTtc
               ADD HourTtc TO CTotalTtc(YearIdx, 9)
               ADD HourTtc TO CMonthTtc(YearIdx, MonthIdx, 9)
               ADD ConsWh TO DayHCWh(YearIdx, MonthIdx, DateDay)
           END-IF
           IF Co2YearCount > 0
               PERFORM BookHourCo2
           END-IF

           SET HseMonthIdx TO DateMonth
           SET HseDayIdx TO DateDay
               ADD 1 TO HourSeenHour(YearIdx, HseMonthIdx,
                   HseDayIdx, HseHourIdx)
           END-IF
           ADD ConsWh TO HourWh(YearIdx, HseMonthIdx, HseDayIdx,
               HseHourIdx)
           .

      *----------------------------------------------------------------
      * SetTempoTableIdx sets TableIdx to the hour's Tempo category
      * (2-7) from the day's color and the hour's HP/HC class.
      *----------------------------------------------------------------
       SetTempoTableIdx.
           EVALUATE TRUE ALSO TRUE
               WHEN JourRouge ALSO IsHP
                   MOVE 2 TO TableIdx
               WHEN JourRouge ALSO NOT IsHP
                   MOVE 3 TO TableIdx
               WHEN JourBlanc ALSO IsHP
                   MOVE 4 TO TableIdx
               WHEN JourBlanc ALSO NOT IsHP
                   MOVE 5 TO TableIdx
               WHEN JourBleu ALSO IsHP
                   MOVE 6 TO TableIdx
               WHEN JourBleu ALSO NOT IsHP
                   MOVE 7 TO TableIdx
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * BookInjection books the hour's injected Wh and its buy-back
      * value under Base (all hours), the hour's Tempo category and
      * its HP/HC category, the same three rows its drawn Wh went to.
      *----------------------------------------------------------------
       BookInjection.
           COMPUTE HourInjVal = InjWh * CurBuyback / 1000
           ADD InjWh TO CTotalInjWh(YearIdx, 1)
           ADD InjWh TO CTotalInjWh(YearIdx, TableIdx)
           ADD InjWh TO CMonthInjWh(YearIdx, MonthIdx, 1)
           ADD InjWh TO CMonthInjWh(YearIdx, MonthIdx, TableIdx)
           ADD HourInjVal TO CTotalInjVal(YearIdx, 1)
           ADD HourInjVal TO CTotalInjVal(YearIdx, TableIdx)
           ADD HourInjVal TO CMonthInjVal(YearIdx, MonthIdx, 1)
           ADD HourInjVal TO CMonthInjVal(YearIdx, MonthIdx, TableIdx)
           IF IsHP
               ADD InjWh TO CTotalInjWh(YearIdx, 8)
               ADD InjWh TO CMonthInjWh(YearIdx, MonthIdx, 8)
               ADD HourInjVal TO CTotalInjVal(YearIdx, 8)
               ADD HourInjVal TO CMonthInjVal(YearIdx, MonthIdx, 8)
           ELSE
               ADD InjWh TO CTotalInjWh(YearIdx, 9)
               ADD InjWh TO CMonthInjWh(YearIdx, MonthIdx, 9)
               ADD HourInjVal TO CTotalInjVal(YearIdx, 9)
               ADD HourInjVal TO CMonthInjVal(YearIdx, MonthIdx, 9)
           END-IF
           .

      *----------------------------------------------------------------
      * ComputeHourTtc turns the HT HourCost just computed into
      * HourTtc: the hour's excise is added, then the energy VAT is
      * applied on top of both, the way the invoice builds it up.
      *----------------------------------------------------------------
       ComputeHourTtc.
           COMPUTE HourTtc = (HourCost + HourExcise) * CurVatKwhMult
           .

      *----------------------------------------------------------------
           IF ShiftCostWork > 0
               ADD ShiftWhWork TO SimShiftedWh(YearIdx)
               ADD ShiftCostWork TO SimSavedCost(YearIdx)
               IF Co2YearCount > 0
                   PERFORM ShiftSimCo2
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * BookHourCo2 books the grams of CO2 of the hour being booked
      * (Wh x g/kWh / 1000) under Base (all hours), its Tempo category
      * and its HP/HC category, the rows its Wh went to; an hour the
      * intensity file has no value for is counted there instead.
      *----------------------------------------------------------------
       BookHourCo2.
           PERFORM FindCo2ForHour
           IF Co2Found
               COMPUTE HourCo2G = ConsWh * Co2Gkwh / 1000
               ADD HourCo2G TO CTotalCo2G(YearIdx, 1)
               ADD HourCo2G TO CTotalCo2G(YearIdx, TableIdx)
               ADD HourCo2G TO CMonthCo2G(YearIdx, MonthIdx, 1)
               ADD HourCo2G TO CMonthCo2G(YearIdx, MonthIdx, TableIdx)
           ELSE
               ADD 1 TO CTotalCo2Miss(YearIdx, 1)
               ADD 1 TO CTotalCo2Miss(YearIdx, TableIdx)
               ADD 1 TO CMonthCo2Miss(YearIdx, MonthIdx, 1)
               ADD 1 TO CMonthCo2Miss(YearIdx, MonthIdx, TableIdx)
               ADD ConsWh TO CTotalCo2MissWh(YearIdx, 1)
               ADD ConsWh TO CTotalCo2MissWh(YearIdx, TableIdx)
               ADD ConsWh TO CMonthCo2MissWh(YearIdx, MonthIdx, 1)
               ADD ConsWh TO CMonthCo2MissWh(YearIdx, MonthIdx,
                   TableIdx)
           END-IF
           IF IsHP
               SET TableIdx TO 8
           ELSE
               SET TableIdx TO 9
           END-IF
           IF Co2Found
               ADD HourCo2G TO CTotalCo2G(YearIdx, TableIdx)
               ADD HourCo2G TO CMonthCo2G(YearIdx, MonthIdx, TableIdx)
           ELSE
               ADD 1 TO CTotalCo2Miss(YearIdx, TableIdx)
               ADD 1 TO CMonthCo2Miss(YearIdx, MonthIdx, TableIdx)
               ADD ConsWh TO CTotalCo2MissWh(YearIdx, TableIdx)
               ADD ConsWh TO CMonthCo2MissWh(YearIdx, MonthIdx,
                   TableIdx)
           END-IF
           PERFORM SetTempoTableIdx
           .

      *----------------------------------------------------------------
      * FindCo2ForHour sets Co2Found and Co2Gkwh, the g/kWh of the
      * hour in DateYear/DateMonth/DateDay/TimeHour. The year's
      * Co2Table entry is cached, since rows arrive a year at a time.
      *----------------------------------------------------------------
       FindCo2ForHour.
           MOVE "N" TO Co2FoundFlag
           IF DateYear NOT = Co2CacheYear
               MOVE DateYear TO Co2CacheYear
               MOVE DateYear TO Co2RowYear
               PERFORM FindCo2Year
               MOVE Co2Hit TO Co2CacheSub
           END-IF
           IF Co2CacheSub > 0
               COMPUTE Co2HourSub = TimeHour + 1
               IF Co2GCount(Co2CacheSub, DateMonth, DateDay,
                       Co2HourSub) > 0
                   COMPUTE Co2Gkwh ROUNDED =
                       Co2GSum(Co2CacheSub, DateMonth, DateDay,
                           Co2HourSub)
                       / Co2GCount(Co2CacheSub, DateMonth, DateDay,
                           Co2HourSub)
                   SET Co2Found TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * ShiftSimCo2 adds the CO2 this hour's shifted Wh would have
      * saved running in the same day's HC hours instead: the HP
      * hour's intensity less the average intensity of that day's HC
      * hours (by the meter's HC windows, as ClassifyHpHc has them).
      * TimeHour and IsHP are put back for the rest of the booking.
      *----------------------------------------------------------------
       ShiftSimCo2.
           PERFORM FindCo2ForHour
           IF Co2Found
               MOVE Co2Gkwh TO Co2HpGkwh
               MOVE ZERO TO Co2HcSum
               MOVE ZERO TO Co2HcN
               MOVE TimeHour TO Co2SaveHour
               PERFORM VARYING TimeHour FROM 0 BY 1 UNTIL TimeHour > 23
                   PERFORM ClassifyHpHc
                   IF IsHC
                       PERFORM FindCo2ForHour
                       IF Co2Found
                           ADD Co2Gkwh TO Co2HcSum
                           ADD 1 TO Co2HcN
                       END-IF
                   END-IF
               END-PERFORM
               MOVE Co2SaveHour TO TimeHour
               PERFORM ClassifyHpHc
               IF Co2HcN > 0
                   COMPUTE SimCo2SavedG(YearIdx) = SimCo2SavedG(YearIdx)
                       + ShiftWhWork * (Co2HpGkwh - Co2HcSum / Co2HcN)
                       / 1000
               ELSE
                   ADD 1 TO SimCo2Miss(YearIdx)
               END-IF
           ELSE
               ADD 1 TO SimCo2Miss(YearIdx)
           END-IF
           .

                   TarRateAlpha(4) TarRateAlpha(5) TarRateAlpha(6)
                   TarRateAlpha(7) TarRateAlpha(8) TarRateAlpha(9)
                   TarAboAlpha(1) TarAboAlpha(2) TarAboAlpha(3)
                   TarBuybackAlpha
           UNSTRING TarDateAlpha DELIMITED BY "-"
               INTO TarEffYear(TarIdx) TarEffMonth(TarIdx)
                   TarEffDay(TarIdx)
           MOVE TarAboAlpha(3) TO TarAmtAlpha
           PERFORM ParseTariffAmount
           MOVE TarAmtValue TO TarAboHPHC(TarIdx)
           IF TarBuybackAlpha = SPACES
               MOVE ZERO TO TarBuyback(TarIdx)
           ELSE
               MOVE TarBuybackAlpha TO TarAmtAlpha
               PERFORM ParseTariffAmount
               MOVE TarAmtValue TO TarBuyback(TarIdx)
           END-IF
           .

       ParseTariffAmount.
           COMPUTE TarAmtValue = TarAmtInt + TarAmtFrac / 10000
           .

      *----------------------------------------------------------------
      * LoadTaxTable reads TaxFilename ("YYYY-MM-DD,accise,cta,
      * vat_abo,vat_energy" rows in effective-date order) into
      * TaxTable, amounts parsed the way the tariff sheet's are. The
      * HT figures stand on their own, so unlike the tariff sheet a
      * missing tax file is a warning: every TTC figure then equals
      * its HT one.
      *----------------------------------------------------------------
       LoadTaxTable.
           MOVE ZERO TO TaxEntryCount
           OPEN INPUT TaxFile
           IF TaxFileStatus NOT = "00"
               DISPLAY "WARNING: cannot open tax file "
                   TaxFilename ", TTC figures equal HT"
           ELSE
               READ TaxFile AT END SET EndOfTaxFile TO TRUE END-READ
               PERFORM UNTIL EndOfTaxFile
                   IF TaxEntryCount < 100
                       ADD 1 TO TaxEntryCount
                       SET TaxIdx TO TaxEntryCount
                       PERFORM ParseTaxRow
                   END-IF
                   READ TaxFile AT END SET EndOfTaxFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TaxFile
           END-IF
           .

       ParseTaxRow.
           MOVE SPACES TO TaxParseFields
           UNSTRING TaxRec DELIMITED BY ","
               INTO TaxDateAlpha TaxAmtAlphas(1) TaxAmtAlphas(2)
                   TaxAmtAlphas(3) TaxAmtAlphas(4)
           UNSTRING TaxDateAlpha DELIMITED BY "-"
               INTO TaxEffYear(TaxIdx) TaxEffMonth(TaxIdx)
                   TaxEffDay(TaxIdx)
           MOVE TaxAmtAlphas(1) TO TarAmtAlpha
           PERFORM ParseTariffAmount
           MOVE TarAmtValue TO TaxAccise(TaxIdx)
           MOVE TaxAmtAlphas(2) TO TarAmtAlpha
           PERFORM ParseTariffAmount
           MOVE TarAmtValue TO TaxCtaPct(TaxIdx)
           MOVE TaxAmtAlphas(3) TO TarAmtAlpha
           PERFORM ParseTariffAmount
           MOVE TarAmtValue TO TaxVatAboPct(TaxIdx)
           MOVE TaxAmtAlphas(4) TO TarAmtAlpha
           PERFORM ParseTariffAmount
           MOVE TarAmtValue TO TaxVatKwhPct(TaxIdx)
           .

      *----------------------------------------------------------------
      * LoadDjuTable reads DjuFilename into DjuTable, in any date
      * order, and averages each calendar month's DJU over every row
      * into the reference climate. A header row or a row whose date
      * or DJU does not parse is skipped, and a date seen twice keeps
      * its first value. Normalization is an extra, so a missing file
      * is only a warning and the reports stay raw.
      *----------------------------------------------------------------
       LoadDjuTable.
           INITIALIZE DjuTable
           OPEN INPUT DjuFile
           IF DjuFileStatus NOT = "00"
               DISPLAY "WARNING: cannot open degree-day file "
                   DjuFilename ", figures not weather-normalized"
           ELSE
               READ DjuFile AT END SET EndOfDjuFile TO TRUE END-READ
               PERFORM UNTIL EndOfDjuFile
                   PERFORM ParseDjuRow
                   READ DjuFile AT END SET EndOfDjuFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DjuFile
               PERFORM VARYING DjuMonthSub FROM 1 BY 1
                       UNTIL DjuMonthSub > 12
                   IF DjuRefDays(DjuMonthSub) > 0
                       COMPUTE DjuRefAvg(DjuMonthSub) ROUNDED =
                           DjuRefSum(DjuMonthSub)
                           / DjuRefDays(DjuMonthSub)
                   END-IF
               END-PERFORM
               IF DjuRowsDropped > 0
                   DISPLAY "WARNING: " DjuRowsDropped
                       " degree-day row(s) past the 40th year in "
                       DjuFilename " only count in the reference"
               END-IF
           END-IF
           .

       ParseDjuRow.
           MOVE SPACES TO DjuParseFields
           UNSTRING DjuRec DELIMITED BY ","
               INTO DjuDateAlpha DjuValueAlpha
           UNSTRING DjuDateAlpha DELIMITED BY "-"
               INTO DjuRowYearX DjuRowMonthX DjuRowDayX
           IF DjuRowYearX IS NUMERIC AND DjuRowMonthX IS NUMERIC
                   AND DjuRowDayX IS NUMERIC
                   AND DjuValueAlpha(1:1) IS NUMERIC
               IF DjuRowMonth >= 1 AND DjuRowMonth <= 12
                       AND DjuRowDay >= 1 AND DjuRowDay <= 31
                   MOVE DjuRowYear TO DjuLookupYear
                   PERFORM FindDjuYear
                   IF DjuHit = 0
                       IF DjuYearCount < 40
                           ADD 1 TO DjuYearCount
                           MOVE DjuYearCount TO DjuHit
                           MOVE DjuRowYear TO DjuYear(DjuHit)
                       ELSE
                           ADD 1 TO DjuRowsDropped
                       END-IF
                   END-IF
                   MOVE DjuValueAlpha TO TarAmtAlpha
                   PERFORM ParseTariffAmount
                   IF DjuHit = 0
                       ADD TarAmtValue TO DjuRefSum(DjuRowMonth)
                       ADD 1 TO DjuRefDays(DjuRowMonth)
                   ELSE
                       IF NOT DjuKnown(DjuHit, DjuRowMonth, DjuRowDay)
                           MOVE TarAmtValue
                               TO DjuValue(DjuHit, DjuRowMonth,
                                   DjuRowDay)
                           SET DjuKnown(DjuHit, DjuRowMonth, DjuRowDay)
                               TO TRUE
                           ADD TarAmtValue TO DjuRefSum(DjuRowMonth)
                           ADD 1 TO DjuRefDays(DjuRowMonth)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * FindDjuYear leaves in DjuHit the DjuTable year holding
      * DjuLookupYear, or 0 when the file has no day of that year.
      *----------------------------------------------------------------
       FindDjuYear.
           MOVE ZERO TO DjuHit
           PERFORM VARYING DjuYearSub FROM 1 BY 1
                   UNTIL DjuYearSub > DjuYearCount OR DjuHit > 0
               IF DjuYear(DjuYearSub) = DjuLookupYear
                   MOVE DjuYearSub TO DjuHit
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * LoadCo2Table reads Co2Filename into Co2Table, in any date
      * order. A header row, a row whose date or time does not parse
      * or whose rate is not a number (eco2mix leaves it empty or
      * "ND" for hours it has not consolidated) is skipped. Emissions
      * are an extra, so a missing file is only a warning.
      *----------------------------------------------------------------
       LoadCo2Table.
           INITIALIZE Co2Table
           INITIALIZE Co2Work
           OPEN INPUT Co2File
           IF Co2FileStatus NOT = "00"
               DISPLAY "WARNING: cannot open CO2 intensity file "
                   Co2Filename ", no emissions reporting"
           ELSE
               READ Co2File AT END SET EndOfCo2File TO TRUE END-READ
               PERFORM UNTIL EndOfCo2File
                   PERFORM ParseCo2Row
                   READ Co2File AT END SET EndOfCo2File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Co2File
               IF Co2RowsDropped > 0
                   DISPLAY "WARNING: " Co2RowsDropped
                       " intensity row(s) past the 12th year in "
                       Co2Filename " ignored"
               END-IF
           END-IF
           .

       ParseCo2Row.
           MOVE SPACES TO Co2ParseFields
           UNSTRING Co2Rec DELIMITED BY "," OR ";"
               INTO Co2Field1 Co2Field2 Co2Field3
           IF Co2Field1(11:1) = "T"
               MOVE Co2Field1(12:) TO Co2TimeAlpha
               MOVE Co2Field2 TO Co2ValueAlpha
           ELSE
               MOVE Co2Field2 TO Co2TimeAlpha
               MOVE Co2Field3 TO Co2ValueAlpha
           END-IF
           UNSTRING Co2TimeAlpha DELIMITED BY ":" INTO Co2HourX
           INSPECT Co2HourX REPLACING LEADING SPACE BY ZERO
           UNSTRING Co2Field1(1:10) DELIMITED BY "-"
               INTO Co2RowYearX Co2RowMonthX Co2RowDayX
           IF Co2RowYearX IS NUMERIC AND Co2RowMonthX IS NUMERIC
                   AND Co2RowDayX IS NUMERIC AND Co2HourX IS NUMERIC
                   AND Co2ValueAlpha(1:1) IS NUMERIC
               IF Co2RowMonth >= 1 AND Co2RowMonth <= 12
                       AND Co2RowDay >= 1 AND Co2RowDay <= 31
                       AND Co2Hour <= 23
                   PERFORM FindCo2Year
                   IF Co2Hit = 0
                       IF Co2YearCount < 12
                           ADD 1 TO Co2YearCount
                           MOVE Co2YearCount TO Co2Hit
                           MOVE Co2RowYear TO Co2Year(Co2Hit)
                       ELSE
                           ADD 1 TO Co2RowsDropped
                       END-IF
                   END-IF
                   IF Co2Hit > 0
                       MOVE Co2ValueAlpha TO TarAmtAlpha
                       PERFORM ParseTariffAmount
                       COMPUTE Co2HourSub = Co2Hour + 1
                       COMPUTE Co2GSum(Co2Hit, Co2RowMonth, Co2RowDay,
                           Co2HourSub) ROUNDED = TarAmtValue
                           + Co2GSum(Co2Hit, Co2RowMonth, Co2RowDay,
                               Co2HourSub)
                       ADD 1 TO Co2GCount(Co2Hit, Co2RowMonth,
                           Co2RowDay, Co2HourSub)
                   END-IF
               END-IF
           END-IF
           .

      *    Co2Hit = the Co2Table year holding Co2RowYear, 0 if none
       FindCo2Year.
           MOVE ZERO TO Co2Hit
           PERFORM VARYING Co2YearSub FROM 1 BY 1
                   UNTIL Co2YearSub > Co2YearCount OR Co2Hit > 0
               IF Co2Year(Co2YearSub) = Co2RowYear
                   MOVE Co2YearSub TO Co2Hit
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * LoadBudgetTable reads BudgetFilename into BudgetTable; a header
      * row or a row whose year or month does not parse is skipped.
      * The budget is an extra, so a missing file is only a warning.
      *----------------------------------------------------------------
       LoadBudgetTable.
           MOVE ZERO TO BudEntryCount
           OPEN INPUT BudgetFile
           IF BudgetFileStatus NOT = "00"
               DISPLAY "WARNING: cannot open budget file "
                   BudgetFilename ", no budget comparison"
           ELSE
               READ BudgetFile AT END SET EndOfBudgetFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBudgetFile
                   IF BudEntryCount < 600
                       PERFORM ParseBudgetRow
                   END-IF
                   READ BudgetFile AT END SET EndOfBudgetFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BudgetFile
           END-IF
           .

       ParseBudgetRow.
           MOVE SPACES TO BudParseFields
           UNSTRING BudgetRec DELIMITED BY ","
               INTO BudMeterAlpha BudYearAlpha BudMonthAlpha
                   BudKwhAlpha BudEurAlpha
           INSPECT BudMonthAlpha REPLACING LEADING SPACE BY ZERO
           IF BudYearAlpha IS NUMERIC AND BudMonthAlpha IS NUMERIC
               IF BudMonthNum >= 1 AND BudMonthNum <= 12
                   ADD 1 TO BudEntryCount
                   SET BudIdx TO BudEntryCount
                   MOVE BudMeterAlpha TO BudMeterId(BudIdx)
                   MOVE BudYearNum TO BudYear(BudIdx)
                   MOVE BudMonthNum TO BudMonth(BudIdx)
                   MOVE BudKwhAlpha TO TarAmtAlpha
                   PERFORM ParseTariffAmount
                   MOVE TarAmtValue TO BudKwh(BudIdx)
                   MOVE BudEurAlpha TO TarAmtAlpha
                   PERFORM ParseTariffAmount
                   MOVE TarAmtValue TO BudEur(BudIdx)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * LoadAllocTable reads AllocFilename into AllocTable; a header
      * row or a row whose date does not parse or that names no cost
      * center is skipped. The chargeback is an extra, so a missing
      * file is only a warning.
      *----------------------------------------------------------------
       LoadAllocTable.
           MOVE ZERO TO AlcEntryCount
           OPEN INPUT AllocFile
           IF AllocFileStatus NOT = "00"
               DISPLAY "WARNING: cannot open cost-center file "
                   AllocFilename ", no chargeback"
           ELSE
               READ AllocFile AT END SET EndOfAllocFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAllocFile
                   IF AlcEntryCount < 200
                       PERFORM ParseAllocRow
                   END-IF
                   READ AllocFile AT END SET EndOfAllocFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AllocFile
           END-IF
           .

       ParseAllocRow.
           MOVE SPACES TO AlcParseFields
           UNSTRING AllocRec DELIMITED BY ","
               INTO AlcDateAlpha AlcMeterAlpha AlcCenterAlpha
                   AlcPctAlpha
           MOVE SPACES TO AlcDateParts
           UNSTRING AlcDateAlpha DELIMITED BY "-"
               INTO AlcYearAlpha AlcMonthAlpha AlcDayAlpha
           IF AlcDateParts IS NUMERIC AND AlcCenterAlpha NOT = SPACES
               ADD 1 TO AlcEntryCount
               SET AlcIdx TO AlcEntryCount
               MOVE AlcDateParts TO AlcEffDateX(AlcIdx)
               MOVE AlcMeterAlpha TO AlcMeterId(AlcIdx)
               MOVE AlcCenterAlpha TO AlcCenter(AlcIdx)
               MOVE AlcPctAlpha TO TarAmtAlpha
               PERFORM ParseTariffAmount
               MOVE TarAmtValue TO AlcPct(AlcIdx)
           END-IF
           .

      *----------------------------------------------------------------
      * LoadHphcWindows reads the contract's HC windows from
      * HphcFilename into HphcTable, the way LoadTariffTable reads the
           END-PERFORM
           .

      *----------------------------------------------------------------
      * FindTaxForDate leaves in TaxHit the TaxTable row in force on
      * RateLookupDate, the same latest-on-or-before rule (earliest
      * row for an older date) FindTariffForDate applies.
      *----------------------------------------------------------------
       FindTaxForDate.
           MOVE ZERO TO TaxHit
           PERFORM VARYING TaxIdx FROM 1 BY 1
                   UNTIL TaxIdx > TaxEntryCount
               IF TaxEffDateX(TaxIdx) <= RateLookupDateX
                   MOVE TaxIdx TO TaxHit
               ELSE
                   IF TaxHit = 0
                       MOVE TaxIdx TO TaxHit
                   END-IF
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * SetCurrentRates refreshes CurKwh with the nine kWh rates in
      * force on the TIC row's date, and CurrentTaxes with the excise
      * and energy VAT in force on it. The row in force only ever
      * changes when the date does, so the lookup is cached on
      * RateCacheDate and runs once per day of data instead of once
      * per metered hour. kWh rates do not vary by tier, so the
                           UNTIL TarFieldIdx > 9
                       MOVE ZERO TO CurKwh(TarFieldIdx)
                   END-PERFORM
                   MOVE ZERO TO CurBuyback
                   IF NOT TariffMissWarned
                       DISPLAY "WARNING: no tariff row for tier "
                           RateLookupTier ", affected hours priced"
                       MOVE TarKwh(TarHit, TarFieldIdx)
                           TO CurKwh(TarFieldIdx)
                   END-PERFORM
                   MOVE TarBuyback(TarHit) TO CurBuyback
               END-IF
               PERFORM FindTaxForDate
               IF TaxHit = 0
                   MOVE ZERO TO CurAccise
                   MOVE 1 TO CurVatKwhMult
               ELSE
                   MOVE TaxAccise(TaxHit) TO CurAccise
                   COMPUTE CurVatKwhMult =
                       1 + TaxVatKwhPct(TaxHit) / 100
               END-IF
               MOVE RateLookupDateX TO RateCacheDate
           END-IF
                   INTO AlertLine
               WRITE AlertRec FROM AlertLine
               CLOSE AlertFile
               SET AlertWritten TO TRUE
               DISPLAY "Alert written to " AlertFilename
           END-IF
           .

      *----------------------------------------------------------------
      * WriteBudgetAlerts reports every year projected to overrun its
      * budget (see CheckBudgetOverrun) in the alert file, two lines
      * each: after tonight's color alert when one was written, as
      * the whole file otherwise. It leaves the return code alone.
      *----------------------------------------------------------------
       WriteBudgetAlerts.
           IF BudAlertCount > 0
               IF AlertWritten
                   OPEN EXTEND AlertFile
               ELSE
                   OPEN OUTPUT AlertFile
               END-IF
               IF AlertFileStatus NOT = "00"
                   DISPLAY "WARNING: cannot write alert file "
                       AlertFilename " (status " AlertFileStatus ")"
               ELSE
                   MOVE BudTolPct TO BudTolDisp
                   PERFORM VARYING BalIdx FROM 1 BY 1
                           UNTIL BalIdx > BudAlertCount
                       PERFORM WriteBudgetAlertLines
                   END-PERFORM
                   CLOSE AlertFile
                   SET AlertWritten TO TRUE
                   DISPLAY "Budget overrun(s) written to "
                       AlertFilename
               END-IF
           END-IF
           .

       WriteBudgetAlertLines.
           MOVE BalYear(BalIdx) TO AuditYearDisplay
           MOVE SPACES TO AlertLine
           STRING "BUDGET OVERRUN: meter " DELIMITED BY SIZE
               BalMeterId(BalIdx) DELIMITED BY SPACE
               " year " DELIMITED BY SIZE
               AuditYearDisplay DELIMITED BY SIZE
               ", plan " DELIMITED BY SIZE
               BalPlanName(BalIdx) DELIMITED BY SPACE
               ", over the" DELIMITED BY SIZE
               BudTolDisp DELIMITED BY SIZE
               "% limit" DELIMITED BY SIZE
               INTO AlertLine
           WRITE AlertRec FROM AlertLine
           MOVE BalProjEur(BalIdx) TO BalEurDisp
           MOVE BalBudEur(BalIdx) TO BalBudEurDisp
           MOVE BalEurPct(BalIdx) TO BalEurPctDisp
           MOVE BalProjKwh(BalIdx) TO BalKwhDisp
           MOVE BalBudKwh(BalIdx) TO BalBudKwhDisp
           MOVE BalKwhPct(BalIdx) TO BalKwhPctDisp
           MOVE SPACES TO AlertLine
           STRING "  projected" DELIMITED BY SIZE
               BalEurDisp DELIMITED BY SIZE
               " EUR TTC vs" DELIMITED BY SIZE
               BalBudEurDisp DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               BalEurPctDisp DELIMITED BY SIZE
               "%)," DELIMITED BY SIZE
               BalKwhDisp DELIMITED BY SIZE
               " kWh vs" DELIMITED BY SIZE
               BalBudKwhDisp DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               BalKwhPctDisp DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO AlertLine
           WRITE AlertRec FROM AlertLine
           .

       END PROGRAM tempo.
