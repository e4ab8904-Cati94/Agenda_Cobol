           SELECT BkpCtlFile ASSIGN TO "AgendaBkpCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT IcsFile ASSIGN TO "agenda_convites.ics"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT IcsAltFile ASSIGN TO "agenda_convites_alt.ics"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT ConvitesFile ASSIGN TO "AgendaConvites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT RateioFile ASSIGN TO "AgendaRateio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT RateioIntFile ASSIGN TO "AgendaRateio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT ParamFile ASSIGN TO "AgendaParam.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT CheckinFile ASSIGN TO "AgendaCheckin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT PresencasFile ASSIGN TO "AgendaPresencas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ChavePres
               FILE STATUS IS FileStatus.
           SELECT NoShowFile ASSIGN TO "AgendaNoShow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT OperadoresFile ASSIGN TO "AgendaOperadores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT ServicosFile ASSIGN TO "AgendaServicos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT PedidosFile ASSIGN TO "AgendaPedidosServ.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ChavePed
               FILE STATUS IS FileStatus.
           SELECT FolhaFile ASSIGN TO "AgendaPedidosDia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT FolhaCtlFile ASSIGN TO "AgendaFolhaCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT DeltaFile ASSIGN TO DeltaNomeArq
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT DeltaCtlFile ASSIGN TO "AgendaDeltaCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT AusenciasFile ASSIGN TO "AgendaAusencias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT AvisosFile ASSIGN TO "AgendaAvisosPend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT GradeFile ASSIGN TO "AgendaGrade.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT LgpdRelFile ASSIGN TO LgpdNomeRel
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
           SELECT LgpdTmpFile ASSIGN TO "AgendaLgpd.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

       DATA DIVISION.
       FILE SECTION.
           05 RecorrCod     PIC X.
           05 RecorrFim     PIC 9(8).
           05 Situacao      PIC X.
           05 RespComp      PIC 9(4).

       FD ParticipantesFile.
       01 RegistroParticipante.
           05 LogPrior      PIC 9.
           05 LogRecorrCod  PIC X.
           05 LogRecorrFim  PIC 9(8).
           05 LogResp       PIC 9(4).
           05 LogOper       PIC X(10).
           05 LogDataAnt    PIC 9(8).
           05 LogHoraAnt    PIC 9(4).
           05 LogRecursoAnt PIC X(20).

       FD CSVFile.
       01 RegistroCSV   PIC X(120).
           05 RecursoNome  PIC X(20).
           05 RecursoCap   PIC 9(3).
           05 RecursoPrep  PIC 9(3).
           05 RecursoCusto PIC 9(5)V99.

       FD RelatorioFile.
       01 RegistroRelatorio PIC X(132).
           05 DescHist       PIC X(50).
           05 RecorrHist     PIC X.
           05 RecorrFimHist  PIC 9(8).
           05 SituHist       PIC X.
           05 RespHist       PIC 9(4).

       FD HistPartFile.
       01 RegistroHistPart.
           05 PessoaNome   PIC X(30).
           05 PessoaEmail  PIC X(40).
           05 PessoaDepto  PIC X(20).
           05 PessoaSitu   PIC X.
           05 PessoaInatData PIC 9(8).

       FD AprovacaoFile.
       01 RegistroAprovacao.
           05 TravaAtiva  PIC X.
           05 TravaData   PIC 9(8).
           05 TravaHora   PIC 9(4).
           05 TravaOper   PIC X(10).

       FD BatCtlFile.
       01 RegistroBatCtl.
       01 RegistroFalha PIC X(132).

       FD BkpFile.
       01 RegistroBkp PIC X(200).

       FD BkpCtlFile.
       01 RegistroBkpCtl.
           05 LembRecurso  PIC X(20).
           05 LembDesc     PIC X(50).
           05 LembParts    PIC X(150).
           05 LembTipo     PIC X.
           05 LembRecursoAnt PIC X(20).
           05 LembDataAnt  PIC 9(8).
           05 LembHoraAnt  PIC 9(4).

       FD IcsFile.
       01 RegistroIcs PIC X(80).

       FD IcsAltFile.
       01 RegistroIcsAlt PIC X(80).

       FD ConvitesFile.
       01 RegistroConvite.
           05 ConvData      PIC 9(8).
           05 ConvHora      PIC 9(4).
           05 ConvRecurso   PIC X(20).
           05 ConvUid       PIC X(60).
           05 ConvSeq       PIC 9(4).
           05 ConvRecIdData PIC 9(8).
           05 ConvRecIdHora PIC 9(4).
           05 ConvEnvio     PIC 9(8).
           05 ConvSitu      PIC X.

       FD RateioFile.
       01 RegistroRateio PIC X(132).

       FD RateioIntFile.
       01 RegRateioDet.
           05 RatDetTipo     PIC X.
           05 RatDetMes      PIC 9(6).
           05 RatDetDepto    PIC X(20).
           05 RatDetRecurso  PIC X(20).
           05 RatDetQtd      PIC 9(5).
           05 RatDetMin      PIC 9(7).
           05 RatDetTaxa     PIC 9(5)V99.
           05 RatDetValor    PIC 9(9)V99.
       01 RegRateioCab.
           05 RatCabTipo     PIC X.
           05 RatCabMes      PIC 9(6).
           05 RatCabGerData  PIC 9(8).
           05 RatCabGerHora  PIC 9(4).
           05 FILLER         PIC X(58).
       01 RegRateioTrl.
           05 RatTrlTipo     PIC X.
           05 RatTrlQtd      PIC 9(7).
           05 RatTrlValor    PIC 9(11)V99.
           05 FILLER         PIC X(56).

       FD ParamFile.
       01 RegistroParam.
           05 ParamNome   PIC X(20).
           05 ParamValor  PIC X(20).

       FD CheckinFile.
       01 RegistroCheckin.
           05 CkData     PIC 9(8).
           05 CkHora     PIC 9(4).
           05 CkRecurso  PIC X(20).
           05 CkSitu     PIC X.
           05 CkTsData   PIC 9(8).
           05 CkTsHora   PIC 9(4).
           05 CkResp     PIC 9(4).
           05 CkDurOrig  PIC 9(3).
           05 CkDurLib   PIC 9(3).
           05 CkOper     PIC X(10).

       FD PresencasFile.
       01 RegistroPresenca.
           05 ChavePres.
               10 DataPres     PIC 9(8).
               10 HoraPres     PIC 9(4).
               10 RecursoPres  PIC X(20).
               10 NomePres     PIC X(30).
           05 PresSitu     PIC X.
           05 PresTsData   PIC 9(8).
           05 PresTsHora   PIC 9(4).

       FD NoShowFile.
       01 RegistroNoShow PIC X(132).

       FD OperadoresFile.
       01 RegistroOperador.
           05 OperId      PIC X(10).
           05 OperNome    PIC X(30).
           05 OperPerfil  PIC X(13).
           05 OperSenha   PIC X(10).
           05 OperAtivo   PIC X.

       FD ServicosFile.
       01 RegistroServico.
           05 ServCod     PIC X(10).
           05 ServDesc    PIC X(30).
           05 ServFornec  PIC X(30).
           05 ServAntec   PIC 9(3).

       FD PedidosFile.
       01 RegistroPedido.
           05 ChavePed.
               10 DataPed     PIC 9(8).
               10 HoraPed     PIC 9(4).
               10 RecursoPed  PIC X(20).
               10 ServPed     PIC X(10).
           05 PedQtd      PIC 9(3).
           05 PedObs      PIC X(40).
           05 PedSitu     PIC X.
           05 PedIncData  PIC 9(8).
           05 PedIncHora  PIC 9(4).
           05 PedAltData  PIC 9(8).
           05 PedAltHora  PIC 9(4).
           05 PedOper     PIC X(10).

       FD FolhaFile.
       01 RegistroFolha PIC X(132).

       FD FolhaCtlFile.
       01 RegistroFolhaCtl.
           05 FolhaCtlData    PIC 9(8).
           05 FolhaCtlTsData  PIC 9(8).
           05 FolhaCtlTsHora  PIC 9(4).

       FD DeltaFile.
       01 RegistroDelta PIC X(200).

       FD DeltaCtlFile.
       01 RegistroDeltaCtl.
           05 DcSeq       PIC 9(6).
           05 DcPos       PIC 9(8).
           05 DcTsData    PIC 9(8).
           05 DcTsHora    PIC 9(4).
           05 DcQtdDet    PIC 9(7).
           05 DcUltLog    PIC X(163).

       FD AusenciasFile.
       01 RegistroAusencia.
           05 AusPessoa   PIC 9(4).
           05 AusIniData  PIC 9(8).
           05 AusIniHora  PIC 9(4).
           05 AusFimData  PIC 9(8).
           05 AusFimHora  PIC 9(4).
           05 AusTipo     PIC X(10).

       FD AvisosFile.
       01 RegistroAviso PIC X(269).

       FD GradeFile.
       01 RegistroGrade PIC X(132).

       FD LgpdRelFile.
       01 RegistroLgpdRel PIC X(132).

       FD LgpdTmpFile.
       01 RegistroLgpdTmp PIC X(300).

       WORKING-STORAGE SECTION.
       77 Opcao        PIC 99.
               10 RecorrArr     PIC X.
               10 RecorrFimArr  PIC 9(8).
               10 SituArr       PIC X.
               10 RespArr       PIC 9(4).

       77 I            PIC 9(4).
       77 J            PIC 9(4).
       77 TempInt      PIC 9(4).
       77 TempRecorrCod PIC X.
       77 TempRecorrFim PIC 9(8).
       77 TempResp     PIC 9(4).
       77 DataRec      PIC 9(8).
       77 RecInt       PIC 9(9).
       77 RecAno       PIC 9(4).
       77 AltIdx          PIC 9(4).
       77 AltDataAnt      PIC 9(8).
       77 AltHoraAnt      PIC 9(4).
       77 AltRecursoAnt   PIC X(20).
       77 AltDurAnt       PIC 9(3).
       77 AltPriorAnt     PIC 9.
       77 AltDescAnt      PIC X(50).
       77 AltSituAnt      PIC X.
       77 AltRespAnt      PIC 9(4).
       77 SituForcada     PIC X VALUE SPACE.
       77 InsereOk        PIC X VALUE 'N'.
       77 GravaLogFlag    PIC X VALUE 'S'.
       77 TempDepto       PIC X(20).
       77 ProxPessoaCod   PIC 9(4).
       77 OpcaoCadastro   PIC 9.
       77 TempPessoaSitu  PIC X.

       01 ArrayPessoas.
           05 PessoaItem OCCURS 500 TIMES.
               10 PessoaNomeArr   PIC X(30).
               10 PessoaEmailArr  PIC X(40).
               10 PessoaDeptoArr  PIC X(20).
               10 PessoaSituArr   PIC X.
               10 PessoaInatArr   PIC 9(8).

       01 ArrayEspera.
           05 EsperaItem OCCURS 200 TIMES.
               10 UndoPrior     PIC 9.
               10 UndoRecorrCod PIC X.
               10 UndoRecorrFim PIC 9(8).
               10 UndoResp      PIC 9(4).

       77 MinutosDia      PIC 9(6).
       77 CompDia         PIC 9(4).
               10 RecursoNomeArr  PIC X(20).
               10 RecursoCapArr   PIC 9(3).
               10 RecursoPrepArr  PIC 9(3).
               10 RecursoCustoArr PIC 9(5)V99.

       77 TempRecCap      PIC 9(3).
       77 TempRecPrep     PIC 9(3).
       77 TempRecCusto    PIC 9(5)V99.
       77 CountAprov      PIC 9(2) VALUE 0.
       77 MaxAprov        PIC 9(2) VALUE 20.
       77 ReqAprovacao    PIC X VALUE 'N'.
               10 FeriadoArr      PIC 9(8).
               10 FeriadoDescArr  PIC X(40).

       77 CountConv       PIC 9(4) VALUE 0.
       77 MaxConv         PIC 9(4) VALUE 2000.
       77 ConvCapExcedida PIC X VALUE 'N'.
       77 ConvK           PIC 9(4).
       77 ConvIdx         PIC 9(4).
       77 ConvAlterado    PIC X VALUE 'N'.
       77 IcsIdx          PIC 9(4).
       77 LinhaIcs        PIC X(400) VALUE SPACES.
       77 LenIcs          PIC 9(3).
       77 PosIcs          PIC 9(3).
       77 SegIcs          PIC 9(3).
       77 SaidaIcsAlt     PIC X VALUE 'N'.
       77 TextoIcsOrig    PIC X(60).
       77 TextoIcs        PIC X(120).
       77 PtrIcs          PIC 9(3).
       77 MetodoIcs       PIC X(7).
       77 UidAtual        PIC X(60).
       77 UidRecurso      PIC X(20).
       77 SeqAtual        PIC 9(4).
       77 SeqIcsEd        PIC ZZZ9.
       77 DurIcsEd        PIC ZZ9.
       77 RecIdData       PIC 9(8).
       77 RecIdHora       PIC 9(4).
       77 QtdConvites     PIC 9(4).
       77 QtdConvSemEmail PIC 9(4).
       77 SerieAchou      PIC X.
       77 EmailAgenda     PIC X(40) VALUE "agenda@empresa.com.br".
       77 CarimboAtual    PIC X(21).
       77 CarimboUtc      PIC X(16).
       77 UtcData         PIC 9(8).
       77 UtcHH           PIC 9(2).
       77 UtcMM           PIC 9(2).
       77 UtcSS           PIC 9(2).
       77 UtcOffH         PIC 9(2).
       77 UtcOffM         PIC 9(2).
       77 UtcMin          PIC S9(11).
       77 UtcDias         PIC 9(8).
       77 UtcResto        PIC 9(4).

       01 ArrayConvites.
           05 ConvItem OCCURS 2000 TIMES.
               10 ConvDataArr      PIC 9(8).
               10 ConvHoraArr      PIC 9(4).
               10 ConvRecursoArr   PIC X(20).
               10 ConvUidArr       PIC X(60).
               10 ConvSeqArr       PIC 9(4).
               10 ConvRecIdDataArr PIC 9(8).
               10 ConvRecIdHoraArr PIC 9(4).
               10 ConvEnvioArr     PIC 9(8).
               10 ConvSituArr      PIC X.

       77 RespTroca       PIC X.
       77 RatMes          PIC 9(6).
       77 RatAno          PIC 9(4).
       77 RatMesNum       PIC 99.
       77 CountRat        PIC 9(3) VALUE 0.
       77 MaxRat          PIC 9(3) VALUE 500.
       77 RatK            PIC 9(3).
       77 RatPos          PIC 9(3).
       77 RatDepto        PIC X(20).
       77 RatRecurso      PIC X(20).
       77 RatData         PIC 9(8).
       77 RatResp         PIC 9(4).
       77 RatMinComp      PIC 9(5).
       77 RatSemLugar     PIC 9(5).
       77 RatTotMin       PIC 9(9).
       77 RatTotQtd       PIC 9(7).
       77 RatTotValor     PIC 9(11)V99.
       77 RatSubMin       PIC 9(9).
       77 RatSubQtd       PIC 9(7).
       77 RatSubValor     PIC 9(11)V99.
       77 RatQtdDet       PIC 9(7).
       77 RatQtdHist      PIC 9(7).
       77 RatQtdAgenda    PIC 9(7).
       77 RatMinEd        PIC Z(8)9.
       77 RatQtdEd        PIC Z(6)9.
       77 RatTaxaEd       PIC ZZ,ZZ9.99.
       77 RatValorEd      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 ArrayRateio.
           05 RateioItem OCCURS 500 TIMES.
               10 RatDeptoArr   PIC X(20).
               10 RatRecursoArr PIC X(20).
               10 RatQtdArr     PIC 9(5).
               10 RatMinArr     PIC 9(7).
               10 RatTaxaArr    PIC 9(5)V99.
               10 RatValorArr   PIC 9(9)V99.

       77 ToleranciaNoShow PIC 9(3) VALUE 15.
       77 CountCk         PIC 9(3) VALUE 0.
       77 MaxCk           PIC 9(3) VALUE 500.
       77 CkCapExcedida   PIC X VALUE 'N'.
       77 CkK             PIC 9(3).
       77 CkIdx           PIC 9(3).
       77 NsK             PIC 9(4).
       77 NsData          PIC 9(8).
       77 NsHora          PIC 9(4).
       77 NsMinAgora      PIC 9(5).
       77 NsMinLimite     PIC 9(5).
       77 NsDurOrig       PIC 9(3).
       77 NsDurLib        PIC 9(3).
       77 NsSitu          PIC X.
       77 QtdNoShow       PIC 9(4).
       77 PresArqOk       PIC X VALUE 'N'.
       77 RespPresenca    PIC X.
       77 QtdPresentes    PIC 9(3).
       77 QtdAusentes     PIC 9(3).
       77 NsNome          PIC X(30).
       77 NsDepto         PIC X(20).
       77 NsTipo          PIC X.
       77 NsPos           PIC 9(3).
       77 NsQtdCheckin    PIC 9(5).
       77 NsQtdNoShow     PIC 9(5).
       77 NsQtdAus        PIC 9(5).
       77 NsMinLiberados  PIC 9(7).
       77 NsSemLugar      PIC 9(5).
       77 CountNsRec      PIC 9(3) VALUE 0.
       77 MaxNsRec        PIC 9(3) VALUE 100.
       77 CountNsPes      PIC 9(3) VALUE 0.
       77 MaxNsPes        PIC 9(3) VALUE 500.
       77 CountNsDep      PIC 9(3) VALUE 0.
       77 MaxNsDep        PIC 9(3) VALUE 100.
       77 NsQtdEd         PIC ZZZZ9.
       77 NsMinEd         PIC Z(6)9.

       01 ArrayCheckin.
           05 CheckinItem OCCURS 500 TIMES.
               10 CkHoraArr     PIC 9(4).
               10 CkRecursoArr  PIC X(20).
               10 CkSituArr     PIC X.

       01 ArrayNsRecurso.
           05 NsRecItem OCCURS 100 TIMES.
               10 NsRecNomeArr  PIC X(20).
               10 NsRecQtdArr   PIC 9(5).
               10 NsRecMinArr   PIC 9(7).

       01 ArrayNsPessoa.
           05 NsPesItem OCCURS 500 TIMES.
               10 NsPesNomeArr  PIC X(30).
               10 NsPesDeptoArr PIC X(20).
               10 NsPesRespArr  PIC 9(5).
               10 NsPesAusArr   PIC 9(5).
               10 NsPesTotArr   PIC 9(5).

       01 NsPesTroca.
           05 FILLER PIC X(30).
           05 FILLER PIC X(20).
           05 FILLER PIC 9(5).
           05 FILLER PIC 9(5).
           05 FILLER PIC 9(5).

       01 ArrayNsDepto.
           05 NsDepItem OCCURS 100 TIMES.
               10 NsDepNomeArr  PIC X(20).
               10 NsDepQtdArr   PIC 9(5).

       77 OperAtual       PIC X(10) VALUE SPACES.
       77 OperNomeAtual   PIC X(30) VALUE SPACES.
       77 OperPerfilAtual PIC X(13) VALUE SPACES.
       77 OperNivel       PIC 9 VALUE 0.
       77 OperBatch       PIC X(10) VALUE "BATCH".
       77 CountOper       PIC 9(3) VALUE 0.
       77 MaxOper         PIC 9(3) VALUE 100.
       77 OperK           PIC 9(3).
       77 OperIdx         PIC 9(3).
       77 OperOk          PIC X VALUE 'N'.
       77 TentativasOper  PIC 9.
       77 TempOperId      PIC X(10).
       77 TempOperNome    PIC X(30).
       77 TempOperPerfil  PIC X(13).
       77 TempOperSenha   PIC X(10).
       77 TempOperAtivo   PIC X.
       77 TempNivel       PIC 9.
       77 QtdAdminAtivos  PIC 9(3).
       77 OpcaoOper       PIC 9.
       77 MenuK           PIC 99.
       77 MaxMenu         PIC 99 VALUE 40.

       01 ArrayOperadores.
           05 OperItem OCCURS 100 TIMES.
               10 OperIdArr      PIC X(10).
               10 OperNomeArr    PIC X(30).
               10 OperPerfilArr  PIC X(13).
               10 OperSenhaArr   PIC X(10).
               10 OperAtivoArr   PIC X.

       01 TabMenu.
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "1 - Adicionar".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "2 - Listar Todos".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "3 - Consultar".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "4 - Remover".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "5 - Exportar CSV".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "6 - Blocos Livres por Periodo".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "7 - Adicionar Participante".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "8 - Listar Participantes".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "9 - Ver Log de Auditoria".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "10 - Importar CSV".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "11 - Alterar".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "12 - Relatorio Double-Booking".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "13 - Relatorio do Dia".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "14 - Arquivar Antigos".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "15 - Consultar Historico".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "16 - Gerar Lembretes".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "17 - Verificar Arquivos".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "18 - Desfazer Remocao".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "19 - Relatorio de Estatisticas".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "20 - Encontrar Horario".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "21 - Cadastro de Pessoas".
           05 FILLER PIC 9     VALUE 3.
           05 FILLER PIC X(40) VALUE "22 - Aprovar Pendencias".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "23 - Migrar Participantes".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "24 - Conciliar Lembretes".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "25 - Backup Agora".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "26 - Restaurar Backup".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40)
                     VALUE "27 - Exportar Convites (iCalendar)".
           05 FILLER PIC 9     VALUE 3.
           05 FILLER PIC X(40) VALUE "28 - Rateio Mensal de Recursos".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "29 - Check-in de Compromisso".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "30 - Liberar Salas sem Check-in".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "31 - Relatorio de No-Show".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "32 - Cadastro de Operadores".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "33 - Pedidos de Servico".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "34 - Catalogo de Servicos".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "35 - Folha de Pedidos do Dia".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "36 - Extrato Incremental (Delta)".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "37 - Ausencias de Pessoas".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(40) VALUE "38 - Realocacao de Compromissos".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(40) VALUE "39 - Grade de Ocupacao Semanal".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(40) VALUE "40 - Dados Pessoais (LGPD)".
       01 TabMenuR REDEFINES TabMenu.
           05 MenuItem OCCURS 40 TIMES.
               10 MenuNivel   PIC 9.
               10 MenuTexto   PIC X(40).

       77 CountServ       PIC 9(3) VALUE 0.
       77 MaxServ         PIC 9(3) VALUE 100.
       77 ServK           PIC 9(3).
       77 ServIdx         PIC 9(3).
       77 OpcaoServ       PIC 9.
       77 TempServCod     PIC X(10).
       77 TempServDesc    PIC X(30).
       77 TempServFornec  PIC X(30).
       77 TempServAntec   PIC 9(3).
       77 TempPedQtd      PIC 9(3).
       77 TempPedObs      PIC X(40).
       77 PedArqOk        PIC X VALUE 'N'.
       77 PedMinAgora     PIC 9(5).
       77 PedMinFalta     PIC S9(9).
       77 PrazoOk         PIC X.
       77 PedTsAgora      PIC 9(12).
       77 PedTsUltFolha   PIC 9(12).
       77 PedTsInc        PIC 9(12).
       77 PedTsAlt        PIC 9(12).
       77 PedMarca        PIC X(10).
       77 FolhaData       PIC 9(8).
       77 QtdPedFolha     PIC 9(5).
       77 QtdPedMov       PIC 9(5).
       77 QtdPedConflito  PIC 9(5).
       77 PedDestOk       PIC X.
       77 CountPedDia     PIC 9(3) VALUE 0.
       77 MaxPedDia       PIC 9(3) VALUE 500.
       77 PedDiaCapExcedida PIC X VALUE 'N'.
       77 PedK            PIC 9(3).
       77 CountFornDia    PIC 9(3) VALUE 0.
       77 FornK           PIC 9(3).
       77 FornPos         PIC 9(3).
       77 CountPedComp    PIC 9(3) VALUE 0.
       77 MaxPedComp      PIC 9(3) VALUE 50.
       77 QtdPedFornec    PIC 9(5).

       77 DeltaNomeArq    PIC X(30).
       77 DeltaSeq        PIC 9(6).
       77 DeltaPosCtl     PIC 9(8).
       77 DeltaTsCtl      PIC 9(12).
       77 DeltaUltLogCtl  PIC X(163).
       77 DeltaPos        PIC 9(8).
       77 DeltaPosIni     PIC 9(8).
       77 DeltaPosAchada  PIC 9(8).
       77 DeltaPosTs      PIC 9(8).
       77 DeltaPosRecarga PIC 9(8).
       77 DeltaTsLog      PIC 9(12).
       77 DeltaUltLog     PIC X(163).
       77 DeltaConfere    PIC X.
       77 DeltaRecarga    PIC X.
       77 DeltaFalha      PIC X VALUE 'N'.
       77 DeltaNumDet     PIC 9(7).
       77 DeltaQtdPart    PIC 9(7).
       77 DeltaK          PIC 9(3).

       77 CountAus        PIC 9(3) VALUE 0.
       77 MaxAus          PIC 9(3) VALUE 500.
       77 AusK            PIC 9(3).
       77 AusJ            PIC 9(4).
       77 AusIdx          PIC 9(3).
       77 AusConflito     PIC X.
       77 OpcaoAus        PIC 9.
       77 OpcaoTipoAus    PIC 9.
       77 AusCompIni      PIC 9(12).
       77 AusCompFim      PIC 9(12).
       77 AusTsIni        PIC 9(12).
       77 AusTsFim        PIC 9(12).
       77 AusPessoaPesq   PIC 9(4).
       77 AusNomePesq     PIC X(30).
       77 TempAusIniData  PIC 9(8).
       77 TempAusIniHora  PIC 9(4).
       77 TempAusFimData  PIC 9(8).
       77 TempAusFimHora  PIC 9(4).
       77 TempAusTipo     PIC X(10).
       77 QtdAusAfetados  PIC 9(4).
       77 AusNumSel       PIC 9(3).

       77 RealRecOrig     PIC X(20).
       77 RealRecDest     PIC X(20).
       77 RealRecEspera   PIC X(20).
       77 RealIniData     PIC 9(8).
       77 RealIniHora     PIC 9(4).
       77 RealFimData     PIC 9(8).
       77 RealFimHora     PIC 9(4).
       77 RealTsIni       PIC 9(12).
       77 RealTsFim       PIC 9(12).
       77 CountRealoc     PIC 9(3) VALUE 0.
       77 MaxRealoc       PIC 9(3) VALUE 200.
       77 RealCapExcedida PIC X VALUE 'N'.
       77 RealK           PIC 9(3).
       77 RealRecK        PIC 9(3).
       77 RealResp        PIC X.
       77 RealTodos       PIC X.
       77 QtdRealMovidos  PIC 9(3).
       77 QtdRealPulados  PIC 9(3).
       77 QtdRealExcecao  PIC 9(3).
       77 QtdRealEspera   PIC 9(3).
       77 QtdRealMantidos PIC 9(3).
       77 AvisoTipo       PIC X.
       77 QtdAvisosPend   PIC 9(5).
       77 GradeData       PIC 9(8).
       77 GradeDataIni    PIC 9(8).
       77 GradeDataFim    PIC 9(8).
       77 GradeDia        PIC 9(8).
       77 GradeDiaK       PIC 9.
       77 GradeSoSegunda  PIC X VALUE 'N'.
       77 GradePagina     PIC 9(3).
       77 GradeLinhas     PIC 9(3).
       77 GradePrimPag    PIC X.
       77 LinhaGrade      PIC X(132).
       77 GradeSeparador  PIC X(132).
       77 GradePtr        PIC 9(3).
       77 CountGradeRec   PIC 9(3) VALUE 0.
       77 MaxGradeRec     PIC 9(3) VALUE 100.
       77 GradeRecK       PIC 9(3).
       77 GradeRecNome    PIC X(20).
       77 GradeColIni     PIC 9(3).
       77 GradeColFim     PIC 9(3).
       77 GradeColK       PIC 9(3).
       77 GradePorPag     PIC 9(3) VALUE 10.
       77 CountGradeComp  PIC 9(3) VALUE 0.
       77 MaxGradeComp    PIC 9(3) VALUE 200.
       77 GradeCapExcedida PIC X VALUE 'N'.
       77 GradeK          PIC 9(3).
       77 GradeAgK        PIC 9(4).
       77 GradeQtdCel     PIC 9(3).
       77 GradeCelPrep    PIC X.
       77 GradeCel        PIC X(11).
       77 GradeCodEd      PIC 9(3).
       77 GradeAchou      PIC X.
       77 GradeSlotIni    PIC 9(5).
       77 GradeSlotFim    PIC 9(5).
       77 GradeAbreMin    PIC 9(5).
       77 GradeFechaMin   PIC 9(5).
       77 GradeIntIniMin  PIC 9(5).
       77 GradeIntFimMin  PIC 9(5).
       77 GradePrepIni    PIC S9(5).
       77 GradePrepFim    PIC 9(5).
       77 GradeFeriado    PIC X.
       77 GradeFeriadoDesc PIC X(40).
       77 OpcaoLgpd       PIC 9.
       77 RetencaoLgpd    PIC 9(4) VALUE 365.
       77 LgpdNomeRel     PIC X(30).
       77 LgpdModoAnon    PIC X VALUE 'N'.
       77 LgpdFalha       PIC X VALUE 'N'.
       77 LgpdDataRef     PIC 9(8).
       77 LgpdDiasInat    PIC S9(7).
       77 LgpdResp        PIC X.
       77 LgpdNovoCod     PIC 9(4).
       77 LgpdNovoNome    PIC X(30).
       77 LgpdNovoEmail   PIC X(40).
       77 LgpdAlvoTmp     PIC X(40).
       77 LgpdAlvoLen     PIC 9(3).
       77 CountLgpdPes    PIC 9(3) VALUE 0.
       77 MaxLgpdPes      PIC 9(3) VALUE 50.
       77 LgpdPesExcedida PIC X VALUE 'N'.
       77 LgpdPesK        PIC 9(3).
       77 CountLgpdAlvo   PIC 9(3) VALUE 0.
       77 MaxLgpdAlvo     PIC 9(3) VALUE 100.
       77 LgpdAlvoK       PIC 9(3).
       77 LgpdArqK        PIC 99.
       77 LgpdCasou       PIC X.
       77 LgpdRegCasou    PIC X.
       77 LgpdTextoMudou  PIC X.
       77 LgpdArqMudou    PIC X.
       77 LgpdLimiteOk    PIC X.
       77 LgpdCar         PIC X.
       77 LgpdCarAlfa     PIC X.
       77 LgpdNome        PIC X(30).
       77 LgpdNomeMai     PIC X(30).
       77 LgpdCodCampo    PIC 9(4).
       77 LgpdTexto       PIC X(500).
       77 LgpdTextoMai    PIC X(500).
       77 LgpdSaida       PIC X(500).
       77 LgpdTam         PIC 9(3).
       77 LgpdPos         PIC 9(3).
       77 LgpdPosFim      PIC 9(3).
       77 LgpdPosSai      PIC 9(3).
       77 LgpdQtdArq      PIC 9(5).
       77 LgpdQtdTotal    PIC 9(6).
       77 LgpdQtdRechave  PIC 9(5) VALUE 0.
       77 LgpdQtdErroChave PIC 9(5) VALUE 0.
       77 LgpdTotPes      PIC 9(6).
       77 LinhaLgpd       PIC X(132).
       77 LgpdSituTxt     PIC X(24).
       77 CountLgpdTroca  PIC 9(4) VALUE 0.
       77 MaxLgpdTroca    PIC 9(4) VALUE 2000.
       77 LgpdTrK         PIC 9(4).
       77 CountLgpdChave  PIC 9(4) VALUE 0.
       77 MaxLgpdChave    PIC 9(4) VALUE 1000.
       77 LgpdChK         PIC 9(4).
       77 LgpdChaveExcedida PIC X VALUE 'N'.
       77 LgpdGer         PIC 9.
       77 LgpdBkpTipo     PIC 9.
       77 LgpdDeltaSeq    PIC 9(6).
       77 LgpdDeltaUlt    PIC 9(6).
       77 LgpdIcsLog      PIC X(500).
       77 LgpdIcsLen      PIC 9(3).
       77 LgpdIcsFis      PIC X(80).
       77 LgpdIcsFisLen   PIC 9(3).
       77 LgpdIcsAberta   PIC X.
       77 LgpdIcsPos      PIC 9(3).
       77 LgpdIcsSeg      PIC 9(3).
       77 LgpdIcsTot      PIC 9(3).

       01 LgpdChave.
           05 LgpdChData     PIC 9(8).
           05 LgpdChHora     PIC 9(4).
           05 LgpdChRecurso  PIC X(20).

       01 ArrayLgpdChave.
           05 LgpdChaveArr OCCURS 1000 TIMES PIC X(32).

       01 ArrayLgpdPes.
           05 LgpdPesItem OCCURS 50 TIMES.
               10 LgpdPesIdxArr     PIC 9(3).
               10 LgpdPesCodArr     PIC 9(4).
               10 LgpdPesNomeMaiArr PIC X(30).
               10 LgpdPesAnonArr    PIC X(10).
               10 LgpdCntArr OCCURS 22 TIMES PIC 9(5).

       01 ArrayLgpdAlvo.
           05 LgpdAlvoItem OCCURS 100 TIMES.
               10 LgpdAlvoArr       PIC X(40).
               10 LgpdAlvoLenArr    PIC 9(3).
               10 LgpdAlvoPesArr    PIC 9(3).

       01 ArrayLgpdTroca.
           05 LgpdTrocaItem OCCURS 2000 TIMES.
               10 LgpdTrRegArr      PIC X(75).
               10 LgpdTrNovoArr     PIC X(30).

       01 TabArqLgpd.
           05 FILLER PIC X(24) VALUE "AgendaPessoas.dat".
           05 FILLER PIC X(24) VALUE "agenda.dat".
           05 FILLER PIC X(24) VALUE "AgendaParticipantes.dat".
           05 FILLER PIC X(24) VALUE "AgendaPresencas.dat".
           05 FILLER PIC X(24) VALUE "AgendaHistorico.dat".
           05 FILLER PIC X(24) VALUE "AgendaHistPart.dat".
           05 FILLER PIC X(24) VALUE "AgendaLog.dat".
           05 FILLER PIC X(24) VALUE "AgendaLembretes.dat".
           05 FILLER PIC X(24) VALUE "AgendaAvisosPend.dat".
           05 FILLER PIC X(24) VALUE "AgendaEspera.dat".
           05 FILLER PIC X(24) VALUE "AgendaExcecoes.dat".
           05 FILLER PIC X(24) VALUE "AgendaPedidosServ.dat".
           05 FILLER PIC X(24) VALUE "AgendaOperadores.dat".
           05 FILLER PIC X(24) VALUE "AgendaParticipantes.seq".
           05 FILLER PIC X(24) VALUE "AgendaDeltaCtl.dat".
           05 FILLER PIC X(24) VALUE "agenda_convites.ics".
           05 FILLER PIC X(24) VALUE "agenda_convites_alt.ics".
           05 FILLER PIC X(24) VALUE "GERACOES DE BACKUP".
           05 FILLER PIC X(24) VALUE "AgendaAusencias.dat".
           05 FILLER PIC X(24) VALUE "AgendaCheckin.dat".
           05 FILLER PIC X(24) VALUE "AgendaLembHist.dat".
           05 FILLER PIC X(24) VALUE "AgendaDelta.NNNNNN".
       01 TabArqLgpdR REDEFINES TabArqLgpd.
           05 LgpdArqNomeArr OCCURS 22 TIMES PIC X(24).

       01 LgpdAvisoReg.
           05 LaData         PIC 9(8).
           05 LaHora         PIC 9(4).
           05 LaDur          PIC 9(3).
           05 LaPrior        PIC 9.
           05 LaRecurso      PIC X(20).
           05 LaDesc         PIC X(50).
           05 LaParts        PIC X(150).
           05 LaTipo         PIC X.
           05 LaRecursoAnt   PIC X(20).
           05 LaDataAnt      PIC 9(8).
           05 LaHoraAnt      PIC 9(4).

       01 LgpdBkpReg PIC X(200).
       01 LgpdBkpAgenda REDEFINES LgpdBkpReg.
           05 LbAgData       PIC 9(8).
           05 LbAgHora       PIC 9(4).
           05 LbAgRecurso    PIC X(20).
           05 FILLER         PIC X(4).
           05 LbAgDesc       PIC X(50).
           05 FILLER         PIC X(10).
           05 LbAgResp       PIC 9(4).
           05 FILLER         PIC X(100).
       01 LgpdBkpPart REDEFINES LgpdBkpReg.
           05 LbPtData       PIC 9(8).
           05 LbPtHora       PIC 9(4).
           05 LbPtRecurso    PIC X(20).
           05 LbPtNome       PIC X(30).
           05 FILLER         PIC X(138).
       01 LgpdBkpLog REDEFINES LgpdBkpReg.
           05 LbLgTsData     PIC 9(8).
           05 LbLgTsHora     PIC 9(4).
           05 LbLgAcao       PIC X(10).
           05 LbLgData       PIC 9(8).
           05 LbLgHora       PIC 9(4).
           05 LbLgRecurso    PIC X(20).
           05 LbLgDesc       PIC X(50).
           05 FILLER         PIC X(13).
           05 LbLgResp       PIC 9(4).
           05 LbLgOper       PIC X(10).
           05 FILLER         PIC X(69).
       01 LgpdDeltaDet REDEFINES LgpdBkpReg.
           05 LdTipo         PIC X.
           05 LdSeq          PIC 9(6).
           05 LdNumDet       PIC 9(7).
           05 LdEvento       PIC X(10).
           05 LdAcao         PIC X(10).
           05 FILLER         PIC X(12).
           05 LdData         PIC 9(8).
           05 LdHora         PIC 9(4).
           05 LdRecurso      PIC X(20).
           05 FILLER         PIC X(32).
           05 LdDesc         PIC X(50).
           05 FILLER         PIC X(4).
           05 LdResp         PIC 9(4).
           05 FILLER         PIC X(32).
       01 LgpdDeltaPart REDEFINES LgpdBkpReg.
           05 LpTipo         PIC X.
           05 LpSeq          PIC 9(6).
           05 LpNumDet       PIC 9(7).
           05 LpNome         PIC X(30).
           05 FILLER         PIC X(156).

       01 ArrayGradeRec.
           05 GradeRecItem OCCURS 100 TIMES.
               10 GrNomeArr      PIC X(20).
               10 GrPrepArr      PIC 9(3).

       01 ArrayGradeComp.
           05 GradeCompItem OCCURS 200 TIMES.
               10 GcIdxArr       PIC 9(4).
               10 GcColArr       PIC 9(3).
               10 GcIniArr       PIC 9(5).
               10 GcFimArr       PIC 9(5).

       01 ArrayRealoc.
           05 RealocItem OCCURS 200 TIMES.
               10 RlDataArr      PIC 9(8).
               10 RlHoraArr      PIC 9(4).

       01 ArrayAusencias.
           05 AusenciaItem OCCURS 500 TIMES.
               10 AusPessoaArr   PIC 9(4).
               10 AusIniDataArr  PIC 9(8).
               10 AusIniHoraArr  PIC 9(4).
               10 AusFimDataArr  PIC 9(8).
               10 AusFimHoraArr  PIC 9(4).
               10 AusTipoArr     PIC X(10).

       01 CabDelta.
           05 HdTipo        PIC X VALUE "H".
           05 HdSeq         PIC 9(6).
           05 HdSistema     PIC X(16) VALUE "AGENDAFUTURISTA".
           05 HdData        PIC 9(8).
           05 HdHora        PIC 9(4).
           05 HdPosIni      PIC 9(8).
           05 HdPosFim      PIC 9(8).
           05 HdRecarga     PIC X.

       01 DetDelta.
           05 DtTipo        PIC X VALUE "D".
           05 DtSeq         PIC 9(6).
           05 DtNumDet      PIC 9(7).
           05 DtEvento      PIC X(10).
           05 DtAcaoLog     PIC X(10).
           05 DtTsData      PIC 9(8).
           05 DtTsHora      PIC 9(4).
           05 DtData        PIC 9(8).
           05 DtHora        PIC 9(4).
           05 DtRecurso     PIC X(20).
           05 DtDataAnt     PIC 9(8).
           05 DtHoraAnt     PIC 9(4).
           05 DtRecursoAnt  PIC X(20).
           05 DtDesc        PIC X(50).
           05 DtDuracao     PIC 9(3).
           05 DtPrior       PIC 9.
           05 DtResp        PIC 9(4).
           05 DtSituAtual   PIC X.
           05 DtOper        PIC X(10).
           05 DtQtdPart     PIC 9(3).

       01 PartDelta.
           05 PdTipo        PIC X VALUE "P".
           05 PdSeq         PIC 9(6).
           05 PdNumDet      PIC 9(7).
           05 PdNome        PIC X(30).

       01 TrlDelta.
           05 TrTipo        PIC X VALUE "T".
           05 TrSeq         PIC 9(6).
           05 TrQtdDet      PIC 9(7).
           05 TrQtdPart     PIC 9(7).
           05 TrQtdInc      PIC 9(7).
           05 TrQtdAlt      PIC 9(7).
           05 TrQtdApr      PIC 9(7).
           05 TrQtdRej      PIC 9(7).
           05 TrQtdRem      PIC 9(7).
           05 TrQtdRes      PIC 9(7).

       01 ArrayServicos.
           05 ServicoItem OCCURS 100 TIMES.
               10 ServCodArr     PIC X(10).
               10 ServDescArr    PIC X(30).
               10 ServFornecArr  PIC X(30).
               10 ServAntecArr   PIC 9(3).

       01 ArrayPedDia.
           05 PedDiaItem OCCURS 500 TIMES.
               10 PdHoraArr      PIC 9(4).
               10 PdRecursoArr   PIC X(20).
               10 PdServArr      PIC X(10).
               10 PdQtdArr       PIC 9(3).
               10 PdObsArr       PIC X(40).
               10 PdMarcaArr     PIC X(10).
               10 PdFornecArr    PIC X(30).
               10 PdDescServArr  PIC X(30).

       01 ArrayFornDia.
           05 FornDiaArr OCCURS 500 TIMES PIC X(30).

       01 ArrayPedComp.
           05 PedCompItem OCCURS 50 TIMES.
               10 PcServArr      PIC X(10).
               10 PcQtdArr       PIC 9(3).
               10 PcObsArr       PIC X(40).
               10 PcSituArr      PIC X.
               10 PcIncDataArr   PIC 9(8).
               10 PcIncHoraArr   PIC 9(4).

       PROCEDURE DIVISION.

       MAIN.
               MOVE 'S' TO ModoBatch
           END-IF

           PERFORM CarregarParametros
           PERFORM CarregarOperadores
           PERFORM IdentificarOperador
           PERFORM ObterTravaSessao

           OPEN I-O AgendaFile
           IF FileStatus NOT = "00"
               DISPLAY "Erro ao abrir agenda.dat (status "
                  FileStatus ") - provavel arquivo de versao "
                  "anterior, sem os campos de situacao ou de "
                  "responsavel."
               DISPLAY "Com a versao anterior, exporte o CSV "
                  "(opcao 5), guarde e remova o agenda.dat antigo "
                  "e importe o CSV (opcao 10) nesta versao."
           PERFORM CarregarExpediente
           PERFORM CarregarPessoas
           PERFORM CarregarAprovacao
           PERFORM CarregarServicos
           PERFORM CarregarAusencias

           IF ModoBatch = 'S'
               IF ParmDataTxt IS NUMERIC

           PERFORM MostrarProximo
           PERFORM MostrarBlocosLivres
           IF OperNivel >= 2
               MOVE Today TO NsData
               MOVE FUNCTION CURRENT-DATE(9:4) TO NsHora
               PERFORM ProcessarNoShow
           END-IF

           PERFORM UNTIL Continuar = 'N'
               DISPLAY "====== AGENDA FUTURISTA ======"
               PERFORM VARYING MenuK FROM 1 BY 1 UNTIL MenuK > MaxMenu
                   IF MenuNivel(MenuK) <= OperNivel
                       DISPLAY FUNCTION TRIM(MenuTexto(MenuK))
                   END-IF
               END-PERFORM
               DISPLAY "0 - Sair"
               ACCEPT Opcao

               IF Opcao >= 1 AND Opcao <= MaxMenu AND
                  MenuNivel(Opcao) > OperNivel
                   DISPLAY "Opcao nao permitida para o perfil "
                      FUNCTION TRIM(OperPerfilAtual) "."
               ELSE
                   EVALUATE Opcao
                       WHEN 1 PERFORM Adicionar
                       WHEN 2 PERFORM Listar
                       WHEN 3 PERFORM Consultar
                       WHEN 4 PERFORM Remover
                       WHEN 5 PERFORM ExportarCSV
                       WHEN 6 PERFORM MostrarBlocosPeriodo
                       WHEN 7 PERFORM AdicionarParticipante
                       WHEN 8 PERFORM ListarParticipantes
                       WHEN 9 PERFORM VerLog
                       WHEN 10 PERFORM ImportarCSV
                       WHEN 11 PERFORM Alterar
                       WHEN 12 PERFORM RelatorioDoubleBooking
                       WHEN 13 PERFORM RelatorioDia
                       WHEN 14 PERFORM ArquivarAntigos
                       WHEN 15 PERFORM ConsultarHistorico
                       WHEN 16 PERFORM GerarLembretesMenu
                       WHEN 17 PERFORM VerificarArquivos
                       WHEN 18 PERFORM DesfazerRemocao
                       WHEN 19 PERFORM RelatorioEstatisticas
                       WHEN 20 PERFORM EncontrarHorario
                       WHEN 21 PERFORM CadastroPessoas
                       WHEN 22 PERFORM AprovarPendencias
                       WHEN 23 PERFORM MigrarParticipantes
                       WHEN 24 PERFORM ConciliarLembretes
                       WHEN 25 PERFORM ExecutarBackup
                       WHEN 26 PERFORM RestaurarBackup
                       WHEN 27 PERFORM GerarConvites
                       WHEN 28 PERFORM RateioMensal
                       WHEN 29 PERFORM RegistrarCheckin
                       WHEN 30 PERFORM LiberarNoShowMenu
                       WHEN 31 PERFORM RelatorioNoShow
                       WHEN 32 PERFORM CadastroOperadores
                       WHEN 33 PERFORM PedidosServico
                       WHEN 34 PERFORM CatalogoServicos
                       WHEN 35 PERFORM FolhaPedidosDia
                       WHEN 36 PERFORM GerarDelta
                       WHEN 37 PERFORM AusenciasPessoas
                       WHEN 38 PERFORM RealocarRecurso
                       WHEN 39 PERFORM GradeOcupacao
                       WHEN 40 PERFORM DadosPessoaisLgpd
                       WHEN 0 MOVE 'N' TO Continuar
                       WHEN OTHER DISPLAY "Opcao invalida."
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE AgendaFile
               CLOSE TravaFile
               IF TravaAtiva = 'S'
                   DISPLAY "Aviso: outra sessao da agenda esta "
                      "ativa desde " TravaData "/" TravaHora
                      " (operador " FUNCTION TRIM(TravaOper) ")."
                   IF ModoBatch = 'S'
                       DISPLAY "Execucao abortada para nao "
                          "gravar sobre a outra sessao."
           MOVE 'S' TO TravaAtiva
           MOVE Today TO TravaData
           MOVE CurrTime TO TravaHora
           MOVE OperAtual TO TravaOper
           WRITE RegistroTrava
           CLOSE TravaFile
           .
           MOVE 'N' TO TravaAtiva
           MOVE Today TO TravaData
           MOVE CurrTime TO TravaHora
           MOVE OperAtual TO TravaOper
           WRITE RegistroTrava
           CLOSE TravaFile
           .
       ExecutarCadeiaBatch.
           MOVE 0 TO CountPassos
           IF ParmPassosTxt = SPACES
               MOVE 4 TO CountPassos
               MOVE "RELDIA" TO PassoArr(1)
               MOVE "LEMBRETES" TO PassoArr(2)
               MOVE "DELTA" TO PassoArr(3)
               MOVE "GRADE" TO PassoArr(4)
               MOVE 'S' TO GradeSoSegunda
           ELSE
               MOVE 'N' TO GradeSoSegunda
               UNSTRING ParmPassosTxt DELIMITED BY ","
                   INTO PassoArr(1) PassoArr(2) PassoArr(3)
                        PassoArr(4) PassoArr(5) PassoArr(6)
                       MOVE 'S' TO BatFalha
                       MOVE 'N' TO PassoValido
                   END-IF
               WHEN "CONVITES"
                   PERFORM GerarConvites
                   IF ConvCapExcedida = 'S'
                       MOVE 'S' TO BatFalha
                       MOVE 'N' TO PassoValido
                   END-IF
               WHEN "RATEIO"
                   COMPUTE RatAno = RelData / 10000
                   COMPUTE RatMesNum = FUNCTION MOD(RelData / 100, 100)
                   IF RatMesNum = 1
                       MOVE 12 TO RatMesNum
                       SUBTRACT 1 FROM RatAno
                   ELSE
                       SUBTRACT 1 FROM RatMesNum
                   END-IF
                   COMPUTE RatMes = RatAno * 100 + RatMesNum
                   PERFORM GerarRateio
                   IF RatSemLugar > 0
                       MOVE 'N' TO PassoValido
                   END-IF
               WHEN "NOSHOW"
                   MOVE RelData TO NsData
                   IF RelData < Today
                       MOVE 2359 TO NsHora
                   ELSE
                       MOVE FUNCTION CURRENT-DATE(9:4) TO NsHora
                   END-IF
                   IF RelData > Today
                       DISPLAY "Data futura - nenhum compromisso a "
                          "liberar."
                   ELSE
                       PERFORM ProcessarNoShow
                       IF CkCapExcedida = 'S'
                           MOVE 'S' TO BatFalha
                           MOVE 'N' TO PassoValido
                       END-IF
                   END-IF
               WHEN "DELTA"
                   PERFORM GerarDelta
                   IF DeltaFalha = 'S'
                       MOVE 'S' TO BatFalha
                       MOVE 'N' TO PassoValido
                   END-IF
               WHEN "GRADE"
                   MOVE RelData TO DataBloco
                   PERFORM CalcularDiaSemana
                   IF GradeSoSegunda = 'S' AND DiaSemana NOT = 1
                       DISPLAY "Grade semanal emitida somente as "
                          "segundas-feiras - passo pulado."
                       MOVE 'N' TO PassoValido
                   ELSE
                       MOVE RelData TO GradeData
                       PERFORM GerarGradeSemanal
                       IF GradeCapExcedida = 'S'
                           MOVE 'S' TO BatFalha
                           MOVE 'N' TO PassoValido
                       END-IF
                   END-IF
               WHEN "LGPD"
                   MOVE RelData TO LgpdDataRef
                   PERFORM SelecionarInativosLgpd
                   IF CountLgpdPes = 0
                       DISPLAY "Nenhuma pessoa inativa alem do prazo "
                          "de retencao."
                   END-IF
                   PERFORM ProcessarAnonimizacao
                   IF LgpdFalha = 'S'
                       MOVE 'S' TO BatFalha
                       MOVE 'N' TO PassoValido
                   END-IF
               WHEN "PEDIDOS"
                   MOVE RelData TO FolhaData
                   PERFORM GerarFolhaPedidos
                   IF PedDiaCapExcedida = 'S'
                       MOVE 'S' TO BatFalha
                       MOVE 'N' TO PassoValido
                   END-IF
               WHEN "RELNOSHOW"
                   COMPUTE RecInt =
                      FUNCTION INTEGER-OF-DATE(RelData) - 30
                   COMPUTE DataIniPeriodo =
                      FUNCTION DATE-OF-INTEGER(RecInt)
                   MOVE RelData TO DataFimPeriodo
                   PERFORM GerarRelNoShow
               WHEN "ESTAT"
                   COMPUTE RecInt =
                      FUNCTION INTEGER-OF-DATE(RelData) - 30
                           ELSE
                               MOVE 'A' TO SituArr(CountAgenda)
                           END-IF
                           IF RespComp IS NUMERIC
                               MOVE RespComp TO RespArr(CountAgenda)
                           ELSE
                               MOVE 0 TO RespArr(CountAgenda)
                           END-IF
                       ELSE
                           DISPLAY "Aviso: limite de "
                              MaxAgenda " compromissos em memoria "
                                   MOVE 0
                                      TO RecursoPrepArr(CountRecursos)
                               END-IF
                               IF RecursoCusto IS NUMERIC
                                   MOVE RecursoCusto
                                      TO RecursoCustoArr(CountRecursos)
                               ELSE
                                   MOVE 0
                                      TO RecursoCustoArr(CountRecursos)
                               END-IF
                           ELSE
                               DISPLAY "Aviso: limite de "
                                  MaxRecursos " recursos em memoria "
                                  TO PessoaEmailArr(CountPessoas)
                               MOVE PessoaDepto
                                  TO PessoaDeptoArr(CountPessoas)
                               IF PessoaSitu = 'I' OR PessoaSitu = 'N'
                                   MOVE PessoaSitu
                                      TO PessoaSituArr(CountPessoas)
                               ELSE
                                   MOVE 'A'
                                      TO PessoaSituArr(CountPessoas)
                               END-IF
                               IF PessoaInatData IS NUMERIC
                                   MOVE PessoaInatData
                                      TO PessoaInatArr(CountPessoas)
                               ELSE
                                   MOVE 0
                                      TO PessoaInatArr(CountPessoas)
                               END-IF
                           ELSE
                               DISPLAY "Aviso: limite de "
                                  MaxPessoas " pessoas em memoria "
               MOVE PessoaNomeArr(PesK) TO PessoaNome
               MOVE PessoaEmailArr(PesK) TO PessoaEmail
               MOVE PessoaDeptoArr(PesK) TO PessoaDepto
               MOVE PessoaSituArr(PesK) TO PessoaSitu
               MOVE PessoaInatArr(PesK) TO PessoaInatData
               WRITE RegistroPessoa
           END-PERFORM
           CLOSE PessoasFile
           END-IF
           .

       *>----------------- SELECIONAR RESPONSAVEL -----------------
       SelecionarResponsavel.
           MOVE 0 TO TempResp
           IF CountPessoas = 0
               DISPLAY "Cadastro de pessoas vazio - compromisso "
                  "registrado sem responsavel."
           ELSE
               MOVE 'N' TO DadosValidos
               PERFORM UNTIL DadosValidos = 'S'
                   DISPLAY "---- RESPONSAVEL PELO COMPROMISSO ----"
                   PERFORM VARYING PesK FROM 1 BY 1
                       UNTIL PesK > CountPessoas
                       DISPLAY PessoaCodArr(PesK) " - "
                          PessoaNomeArr(PesK) " ("
                          FUNCTION TRIM(PessoaDeptoArr(PesK)) ")"
                   END-PERFORM
                   DISPLAY "Codigo do responsavel: "
                   ACCEPT OpcaoPessoa
                   PERFORM BuscarPessoaCod
                   IF PessoaIdx > 0
                       MOVE PessoaCodArr(PessoaIdx) TO TempResp
                       MOVE 'S' TO DadosValidos
                   ELSE
                       DISPLAY "Pessoa invalida."
                   END-IF
               END-PERFORM
           END-IF
           .

       *>----------------- CADASTRO DE PESSOAS -----------------
       CadastroPessoas.
           MOVE 9 TO OpcaoCadastro
                   MOVE TempNomePart TO PessoaNomeArr(CountPessoas)
                   MOVE TempEmail TO PessoaEmailArr(CountPessoas)
                   MOVE TempDepto TO PessoaDeptoArr(CountPessoas)
                   MOVE 'A' TO PessoaSituArr(CountPessoas)
                   MOVE 0 TO PessoaInatArr(CountPessoas)
                   PERFORM RegravarPessoas
                   DISPLAY "Pessoa incluida com codigo "
                      ProxPessoaCod "."
           ELSE
               PERFORM VARYING PesK FROM 1 BY 1
                   UNTIL PesK > CountPessoas
                   PERFORM MontarSituPessoa
                   DISPLAY PessoaCodArr(PesK) " - "
                      PessoaNomeArr(PesK) " | "
                      FUNCTION TRIM(PessoaEmailArr(PesK)) " | "
                      FUNCTION TRIM(PessoaDeptoArr(PesK)) " | "
                      FUNCTION TRIM(LgpdSituTxt)
               END-PERFORM
           END-IF
           .
           IF PessoaIdx = 0
               DISPLAY "Pessoa nao encontrada."
           ELSE
               IF PessoaSituArr(PessoaIdx) = 'N'
                   DISPLAY "Pessoa anonimizada - alteracao nao "
                      "permitida."
               ELSE
                   MOVE PessoaIdx TO PesK
                   PERFORM MontarSituPessoa
                   DISPLAY "Dados atuais: " PessoaNomeArr(PessoaIdx)
                      " | " FUNCTION TRIM(PessoaEmailArr(PessoaIdx))
                      " | " FUNCTION TRIM(PessoaDeptoArr(PessoaIdx))
                      " | " FUNCTION TRIM(LgpdSituTxt)
                   DISPLAY "Novo E-mail (vazio mantem): "
                   MOVE SPACES TO TempEmail
                   ACCEPT TempEmail
                   IF TempEmail NOT = SPACES
                       INSPECT TempEmail REPLACING ALL "," BY ";"
                       MOVE TempEmail TO PessoaEmailArr(PessoaIdx)
                   END-IF
                   DISPLAY "Novo Departamento (vazio mantem): "
                   MOVE SPACES TO TempDepto
                   ACCEPT TempDepto
                   IF TempDepto NOT = SPACES
                       INSPECT TempDepto REPLACING ALL "," BY ";"
                       MOVE TempDepto TO PessoaDeptoArr(PessoaIdx)
                   END-IF
                   DISPLAY "Situacao (A-ativa, I-inativa, "
                      "vazio mantem): "
                   MOVE SPACES TO TempPessoaSitu
                   ACCEPT TempPessoaSitu
                   EVALUATE TempPessoaSitu
                       WHEN 'I'
                       WHEN 'i'
                           IF PessoaSituArr(PessoaIdx) NOT = 'I'
                               MOVE 'I' TO PessoaSituArr(PessoaIdx)
                               MOVE Today TO PessoaInatArr(PessoaIdx)
                           END-IF
                       WHEN 'A'
                       WHEN 'a'
                           MOVE 'A' TO PessoaSituArr(PessoaIdx)
                           MOVE 0 TO PessoaInatArr(PessoaIdx)
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Situacao invalida - mantida."
                   END-EVALUATE
                   PERFORM RegravarPessoas
                   DISPLAY "Pessoa alterada."
               END-IF
           END-IF
           .

           MOVE RecorrArr(AltIdx) TO RecorrCod
           MOVE RecorrFimArr(AltIdx) TO RecorrFim
           MOVE TempSituacao TO Situacao
           MOVE RespArr(AltIdx) TO RespComp
           REWRITE RegistroAgenda
               INVALID KEY
                   DISPLAY "Aviso: registro nao encontrado no "
           MOVE PriorArr(AltIdx) TO TempPrior
           MOVE RecorrArr(AltIdx) TO TempRecorrCod
           MOVE RecorrFimArr(AltIdx) TO TempRecorrFim
           MOVE RespArr(AltIdx) TO TempResp
           PERFORM GravarLog
           IF TempSituacao = 'A'
               DISPLAY "Compromisso aprovado por "
                  FUNCTION TRIM(OperAtual) "."
           ELSE
               DISPLAY "Compromisso rejeitado por "
                  FUNCTION TRIM(OperAtual) "."
           END-IF
           .

       ObterDadosRecurso.
           MOVE 0 TO TempRecCap
           MOVE 0 TO TempRecPrep
           MOVE 0 TO TempRecCusto
           PERFORM VARYING RecK FROM 1 BY 1
               UNTIL RecK > CountRecursos
               IF RecursoNomeArr(RecK) = TempRecurso
                   MOVE RecursoCapArr(RecK) TO TempRecCap
                   MOVE RecursoPrepArr(RecK) TO TempRecPrep
                   MOVE RecursoCustoArr(RecK) TO TempRecCusto
                   EXIT PERFORM
               END-IF
           END-PERFORM
           DISPLAY "Descricao: "
           ACCEPT TempDesc
           INSPECT TempDesc REPLACING ALL "," BY ";"
           PERFORM SelecionarResponsavel

           MOVE "N" TO TempRecorrCod
           MOVE 0 TO TempRecorrFim
           IF Conflict = 'N'
               PERFORM InserirItem
               DISPLAY "Compromisso adicionado."
               PERFORM AvisarAusenciaResp
               IF TempRecorrCod = "S" OR TempRecorrCod = "M"
                   PERFORM GerarRecorrencias
               END-IF
           IF RespEspera = 'S' OR RespEspera = 's'
               MOVE "N" TO TempRecorrCod
               MOVE 0 TO TempRecorrFim
               MOVE EspSolicArr(K) TO TempNomePart
               PERFORM BuscarPessoaNome
               IF PessoaIdx > 0
                   MOVE PessoaCodArr(PessoaIdx) TO TempResp
               ELSE
                   MOVE 0 TO TempResp
               END-IF
               MOVE "PROMOVER" TO LogAcaoAtual
               PERFORM InserirItem
               IF InsereOk = 'S'
               MOVE TempRecorrCod TO RecorrCod
               MOVE TempRecorrFim TO RecorrFim
               MOVE TempSituacao TO Situacao
               MOVE TempResp TO RespComp
               WRITE RegistroAgenda
                   INVALID KEY
                       DISPLAY "Erro: ja existe um compromisso em "
                           MOVE RecorrArr(J) TO RecorrArr(J + 1)
                           MOVE RecorrFimArr(J) TO RecorrFimArr(J + 1)
                           MOVE SituArr(J) TO SituArr(J + 1)
                           MOVE RespArr(J) TO RespArr(J + 1)
                       END-PERFORM
                       MOVE TempDate TO DataArr(PosIns)
                       MOVE TempHora TO HoraArr(PosIns)
                       MOVE TempRecorrCod TO RecorrArr(PosIns)
                       MOVE TempRecorrFim TO RecorrFimArr(PosIns)
                       MOVE TempSituacao TO SituArr(PosIns)
                       MOVE TempResp TO RespArr(PosIns)
                       ADD 1 TO CountAgenda
                       MOVE 'S' TO InsereOk
                       IF TempSituacao = 'P'
           MOVE TempPrior TO LogPrior
           MOVE TempRecorrCod TO LogRecorrCod
           MOVE TempRecorrFim TO LogRecorrFim
           MOVE TempResp TO LogResp
           MOVE OperAtual TO LogOper
           IF LogAcaoAtual = "ALTERAR"
               MOVE AltDataAnt TO LogDataAnt
               MOVE AltHoraAnt TO LogHoraAnt
               MOVE AltRecursoAnt TO LogRecursoAnt
           ELSE
               MOVE 0 TO LogDataAnt
               MOVE 0 TO LogHoraAnt
               MOVE SPACES TO LogRecursoAnt
           END-IF
           WRITE RegistroLog
           CLOSE LogFile
           .
                               DISPLAY LogTsData " " LogTsHora " "
                                  LogAcao " " LogDataComp " "
                                  LogHoraComp " " LogRecurso " "
                                  LogDescComp " " LogOper
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE PriorArr(I) TO TempPrior
                   MOVE RecorrArr(I) TO TempRecorrCod
                   MOVE RecorrFimArr(I) TO TempRecorrFim
                   MOVE RespArr(I) TO TempResp
                   MOVE "REMOVER" TO LogAcaoAtual
                   PERFORM GravarLog
                   MOVE I TO IcsIdx
                   PERFORM NotificarConviteRemocao
                   PERFORM SuspenderPedidosComp
                   MOVE TempDate TO DataComp
                   MOVE TempHora TO HoraComp
                   MOVE TempRecurso TO RecursoComp
                  " Desc:" DescArr(AltIdx)
               MOVE TempDate TO AltDataAnt
               MOVE TempHora TO AltHoraAnt
               MOVE TempRecurso TO AltRecursoAnt
               MOVE DuracaoArr(AltIdx) TO AltDurAnt
               MOVE PriorArr(AltIdx) TO AltPriorAnt
               MOVE DescArr(AltIdx) TO AltDescAnt
               MOVE SituArr(AltIdx) TO AltSituAnt
               MOVE RecorrArr(AltIdx) TO TempRecorrCod
               MOVE RecorrFimArr(AltIdx) TO TempRecorrFim
               MOVE RespArr(AltIdx) TO AltRespAnt
               MOVE RespArr(AltIdx) TO TempResp
               MOVE 'N' TO DadosValidos
               PERFORM UNTIL DadosValidos = 'S'
                   DISPLAY "Nova Data (AAAAMMDD): "
               DISPLAY "Nova Descricao: "
               ACCEPT TempDesc
               INSPECT TempDesc REPLACING ALL "," BY ";"
               DISPLAY "Responsavel atual: " AltRespAnt
                  " - trocar o responsavel (S/N)? "
               ACCEPT RespTroca
               IF RespTroca = 'S' OR RespTroca = 's'
                   PERFORM SelecionarResponsavel
               END-IF
               MOVE AltIdx TO IdxIgnorar
               PERFORM VerificarConflito
               MOVE 0 TO IdxIgnorar
                   PERFORM InserirItem
                   IF InsereOk = 'S'
                       PERFORM ReencadearParticipantes
                       PERFORM ReencadearPedidos
                       MOVE PosIns TO IcsIdx
                       PERFORM NotificarConviteAlteracao
                       DISPLAY "Compromisso alterado."
                       PERFORM AvisarAusenciasComp
                       PERFORM VerificarFilaEspera
                   ELSE
                       MOVE AltDataAnt TO TempDate
                       MOVE AltDurAnt TO TempDur
                       MOVE AltPriorAnt TO TempPrior
                       MOVE AltDescAnt TO TempDesc
                       MOVE AltRespAnt TO TempResp
                       MOVE AltSituAnt TO SituForcada
                       MOVE 'N' TO GravaLogFlag
                       PERFORM InserirItem
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VerificarAusenciaPart
           IF AusConflito = 'S'
               MOVE 'S' TO PartConflito
           END-IF
           .

       *>----------------- ENCONTRAR HORARIO -----------------
       ReencadearParticipantes.
           MOVE AltDataAnt TO DataPesq
           MOVE AltHoraAnt TO HoraPesq
           MOVE AltRecursoAnt TO RecursoPesq
           PERFORM CarregarPartComp
           IF CountPartComp > 0
               PERFORM AbrirPartGravacao
                   UNTIL PartCompK > CountPartComp
                   MOVE AltDataAnt TO DataPart
                   MOVE AltHoraAnt TO HoraPart
                   MOVE AltRecursoAnt TO RecursoPart
                   MOVE NomePCArr(PartCompK) TO NomePart
                   DELETE ParticipantesFile RECORD
                       INVALID KEY CONTINUE
               MOVE RecorrArr(J + 1) TO RecorrArr(J)
               MOVE RecorrFimArr(J + 1) TO RecorrFimArr(J)
               MOVE SituArr(J + 1) TO SituArr(J)
               MOVE RespArr(J + 1) TO RespArr(J)
           END-PERFORM
           SUBTRACT 1 FROM CountAgenda
           .
               MOVE DescArr(1) TO DescHist
               MOVE RecorrArr(1) TO RecorrHist
               MOVE RecorrFimArr(1) TO RecorrFimHist
               MOVE SituArr(1) TO SituHist
               MOVE RespArr(1) TO RespHist
               WRITE RegistroHistorico
               MOVE DataArr(1) TO TempDate
               MOVE HoraArr(1) TO TempHora
               MOVE PriorArr(1) TO TempPrior
               MOVE RecorrArr(1) TO TempRecorrCod
               MOVE RecorrFimArr(1) TO TempRecorrFim
               MOVE RespArr(1) TO TempResp
               MOVE "ARQUIVAR" TO LogAcaoAtual
               PERFORM GravarLog
               MOVE TempDate TO DataComp
                               WHEN "REJEITAR"
                               WHEN "BACKUP"
                               WHEN "RESTBACKUP"
                               WHEN "NOSHOW"
                               WHEN "ANONIMIZAR"
                                   CONTINUE
                               WHEN OTHER
                                   ADD 1 TO QtdProblemas
           MOVE LogPrior TO UndoPrior(CountUndo)
           MOVE LogRecorrCod TO UndoRecorrCod(CountUndo)
           MOVE LogRecorrFim TO UndoRecorrFim(CountUndo)
           IF LogResp IS NUMERIC
               MOVE LogResp TO UndoResp(CountUndo)
           ELSE
               MOVE 0 TO UndoResp(CountUndo)
           END-IF
           .

       *>----------------- RESTAURAR COMPROMISSO -----------------
           MOVE UndoPrior(OpcaoUndo) TO TempPrior
           MOVE UndoRecorrCod(OpcaoUndo) TO TempRecorrCod
           MOVE UndoRecorrFim(OpcaoUndo) TO TempRecorrFim
           MOVE UndoResp(OpcaoUndo) TO TempResp
           PERFORM VerificarConflito
           IF Conflict = 'S'
               IF ConflictFeriado = 'S'
               PERFORM InserirItem
               IF InsereOk = 'S'
                   PERFORM RestaurarPartQuarentena
                   PERFORM ReativarPedidosComp
                   DISPLAY "Compromisso restaurado com os "
                      "participantes que permanecem registrados "
                      "para a chave."
                   END-IF
               END-IF
           END-PERFORM
           PERFORM AnexarAvisosPendentes
           CLOSE LembretesFile
           IF LembHistAlt = 'S'
               PERFORM RegravarLembHist

       *>----------------- GERAR UM LEMBRETE -----------------
       GerarUmLembrete.
           PERFORM MontarLembrete
           MOVE "L" TO LembTipo
           MOVE SPACES TO LembRecursoAnt
           MOVE 0 TO LembDataAnt
           MOVE 0 TO LembHoraAnt
           WRITE RegistroLembrete
           ADD 1 TO QtdLembretes
           PERFORM AnotarLembHist
           .

       *>----------------- MONTAR REGISTRO DE LEMBRETE ------------------
       MontarLembrete.
           MOVE DataArr(I) TO LembData
           MOVE HoraArr(I) TO LembHora
           MOVE DuracaoArr(I) TO LembDur
                   END-STRING
               END-IF
           END-PERFORM
           .

       *>----------------- VERIFICAR LEMBRETE ENVIADO -----------------
           MOVE 0 TO TempPrior
           MOVE "N" TO TempRecorrCod
           MOVE 0 TO TempRecorrFim
           MOVE 0 TO TempResp
           PERFORM GravarLog
           .

                      "," FUNCTION TRIM(DescArr(I)) DELIMITED BY SIZE
                      "," RecorrArr(I) DELIMITED BY SIZE
                      "," RecorrFimArr(I) DELIMITED BY SIZE
                      "," RespArr(I) DELIMITED BY SIZE
                   INTO RegistroCSV
               END-STRING
               WRITE RegistroCSV
           MOVE SPACES TO TempDesc
           MOVE "N" TO TempRecorrCod
           MOVE 0 TO TempRecorrFim
           MOVE 0 TO TempResp
           UNSTRING RegistroCSV DELIMITED BY ","
               INTO TempDate TempHora TempRecurso TempDur TempPrior
                    TempDesc TempRecorrCod TempRecorrFim TempResp
           END-UNSTRING
           .


       *>----------------- GERAR CONVITES ICALENDAR -----------------
       GerarConvites.
           PERFORM CarregarConvites
           IF ConvCapExcedida = 'S'
               DISPLAY "Exportacao de convites cancelada - "
                  "AgendaConvites.dat excede " MaxConv
                  " registros."
           ELSE
               PERFORM ObterCarimboUtc
               MOVE 0 TO QtdConvites
               MOVE 0 TO QtdConvSemEmail
               MOVE 'N' TO ConvAlterado
               OPEN OUTPUT IcsFile
               MOVE "REQUEST" TO MetodoIcs
               PERFORM AbrirCalendarioIcs
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CountAgenda
                   IF SituArr(I) = 'A' AND DataArr(I) >= Today
                       MOVE DataArr(I) TO DataPesq
                       MOVE HoraArr(I) TO HoraPesq
                       MOVE RecursoArr(I) TO RecursoPesq
                       PERFORM BuscarConvite
                       IF ConvIdx = 0
                           PERFORM EmitirConviteNovo
                       ELSE
                           IF ConvSituArr(ConvIdx) = 'C'
                               PERFORM EmitirConviteReenvio
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FecharCalendarioIcs
               CLOSE IcsFile
               IF ConvAlterado = 'S'
                   PERFORM RegravarConvites
               END-IF
               DISPLAY QtdConvites " convite(s) gravado(s) em "
                  "agenda_convites.ics."
               IF QtdConvSemEmail > 0
                   DISPLAY "Aviso: " QtdConvSemEmail " participante(s)"
                      " sem e-mail no cadastro de pessoas - nao "
                      "incluido(s) nos convites."
               END-IF
           END-IF
           .

       *>----------------- EMITIR CONVITE NOVO -----------------
       EmitirConviteNovo.
           MOVE I TO IcsIdx
           MOVE DataArr(I) TO TempDate
           MOVE HoraArr(I) TO TempHora
           MOVE RecursoArr(I) TO TempRecurso
           PERFORM MontarUidConvite
           MOVE 0 TO SeqAtual
           MOVE 0 TO RecIdData
           MOVE 0 TO RecIdHora
           IF RecorrArr(I) = "S" OR RecorrArr(I) = "M"
               MOVE DataArr(I) TO RecIdData
               MOVE HoraArr(I) TO RecIdHora
               PERFORM EmitirInicioEvento
               PERFORM EmitirSerieIcs
           ELSE
               PERFORM EmitirInicioEvento
               PERFORM RegistrarConvite
           END-IF
           PERFORM EmitirFimEvento
           ADD 1 TO QtdConvites
           .

       *>----------------- REENVIAR CONVITE CANCELADO -----------------
       EmitirConviteReenvio.
           MOVE I TO IcsIdx
           MOVE ConvUidArr(ConvIdx) TO UidAtual
           COMPUTE SeqAtual = ConvSeqArr(ConvIdx) + 1
           MOVE ConvRecIdDataArr(ConvIdx) TO RecIdData
           MOVE ConvRecIdHoraArr(ConvIdx) TO RecIdHora
           PERFORM EmitirInicioEvento
           PERFORM EmitirFimEvento
           MOVE SeqAtual TO ConvSeqArr(ConvIdx)
           MOVE Today TO ConvEnvioArr(ConvIdx)
           MOVE 'E' TO ConvSituArr(ConvIdx)
           MOVE 'S' TO ConvAlterado
           ADD 1 TO QtdConvites
           .

       *>----------------- EMITIR REGRA DA SERIE -----------------
       EmitirSerieIcs.
           MOVE SPACES TO LinhaIcs
           IF RecorrArr(I) = "S"
               STRING "RRULE:FREQ=WEEKLY;UNTIL=" RecorrFimArr(I)
                  "T235959" DELIMITED BY SIZE INTO LinhaIcs
               END-STRING
           ELSE
               STRING "RRULE:FREQ=MONTHLY;UNTIL=" RecorrFimArr(I)
                  "T235959" DELIMITED BY SIZE INTO LinhaIcs
               END-STRING
           END-IF
           PERFORM EmitirLinhaIcs
           MOVE DataArr(I) TO DataRec
           COMPUTE RecDiaOrig = FUNCTION MOD(DataArr(I), 100)
           PERFORM UNTIL DataRec > RecorrFimArr(I)
               PERFORM MarcarOcorrenciaSerie
               IF RecorrArr(I) = "S"
                   PERFORM AvancarSemana
               ELSE
                   PERFORM AvancarMes
               END-IF
           END-PERFORM
           MOVE DataArr(I) TO DataPesq
           MOVE HoraArr(I) TO HoraPesq
           MOVE RecursoArr(I) TO RecursoPesq
           PERFORM BuscarConvite
           IF ConvIdx = 0
               MOVE DataArr(I) TO TempDate
               MOVE HoraArr(I) TO TempHora
               MOVE RecursoArr(I) TO TempRecurso
               MOVE DataArr(I) TO RecIdData
               PERFORM RegistrarConvite
           END-IF
           .

       *>----------------- MARCAR OCORRENCIA DA SERIE -----------------
       MarcarOcorrenciaSerie.
           MOVE 'N' TO SerieAchou
           PERFORM VARYING J FROM I BY 1 UNTIL J > CountAgenda
               IF DataArr(J) > DataRec
                   EXIT PERFORM
               END-IF
               IF DataArr(J) = DataRec AND
                  HoraArr(J) = HoraArr(I) AND
                  RecursoArr(J) = RecursoArr(I) AND
                  DescArr(J) = DescArr(I) AND
                  RecorrArr(J) = RecorrArr(I) AND
                  RecorrFimArr(J) = RecorrFimArr(I) AND
                  SituArr(J) = 'A'
                   MOVE DataArr(J) TO DataPesq
                   MOVE HoraArr(J) TO HoraPesq
                   MOVE RecursoArr(J) TO RecursoPesq
                   PERFORM BuscarConvite
                   IF ConvIdx = 0
                       MOVE 'S' TO SerieAchou
                       MOVE DataArr(J) TO TempDate
                       MOVE HoraArr(J) TO TempHora
                       MOVE RecursoArr(J) TO TempRecurso
                       MOVE DataArr(J) TO RecIdData
                       PERFORM RegistrarConvite
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO LinhaIcs
           IF SerieAchou = 'N'
               STRING "EXDATE:" DataRec "T" HoraArr(I) "00"
                  DELIMITED BY SIZE INTO LinhaIcs
               END-STRING
               PERFORM EmitirLinhaIcs
           ELSE
               IF FUNCTION MOD(DataRec, 100) NOT = RecDiaOrig
                   STRING "RDATE:" DataRec "T" HoraArr(I) "00"
                      DELIMITED BY SIZE INTO LinhaIcs
                   END-STRING
                   PERFORM EmitirLinhaIcs
               END-IF
           END-IF
           .

       *>----------------- NOTIFICAR CONVITE NA REMOCAO ----------------
       NotificarConviteRemocao.
           MOVE TempDate TO DataPesq
           MOVE TempHora TO HoraPesq
           MOVE TempRecurso TO RecursoPesq
           PERFORM CarregarConvites
           PERFORM BuscarConvite
           IF ConvIdx > 0
               IF ConvSituArr(ConvIdx) = 'E'
                   MOVE "CANCEL" TO MetodoIcs
                   PERFORM EmitirConviteAlt
                   MOVE 'C' TO ConvSituArr(ConvIdx)
                   PERFORM RegravarConvites
                   DISPLAY "Cancelamento do convite gravado em "
                      "agenda_convites_alt.ics."
               END-IF
           END-IF
           .

       *>----------------- NOTIFICAR CONVITE NA ALTERACAO ---------------
       NotificarConviteAlteracao.
           MOVE AltDataAnt TO DataPesq
           MOVE AltHoraAnt TO HoraPesq
           MOVE AltRecursoAnt TO RecursoPesq
           PERFORM CarregarConvites
           PERFORM BuscarConvite
           IF ConvIdx > 0
               MOVE DataArr(IcsIdx) TO ConvDataArr(ConvIdx)
               MOVE HoraArr(IcsIdx) TO ConvHoraArr(ConvIdx)
               MOVE RecursoArr(IcsIdx) TO ConvRecursoArr(ConvIdx)
               IF ConvSituArr(ConvIdx) = 'E'
                   IF SituArr(IcsIdx) = 'A'
                       MOVE "REQUEST" TO MetodoIcs
                       PERFORM EmitirConviteAlt
                       DISPLAY "Atualizacao do convite gravada em "
                          "agenda_convites_alt.ics."
                   ELSE
                       MOVE "CANCEL" TO MetodoIcs
                       PERFORM EmitirConviteAlt
                       MOVE 'C' TO ConvSituArr(ConvIdx)
                       DISPLAY "Compromisso voltou a PENDENTE - "
                          "cancelamento do convite gravado em "
                          "agenda_convites_alt.ics."
                   END-IF
               END-IF
               PERFORM RegravarConvites
           END-IF
           .

       *>----------------- EMITIR CONVITE AVULSO -----------------
       EmitirConviteAlt.
           PERFORM ObterCarimboUtc
           MOVE ConvUidArr(ConvIdx) TO UidAtual
           COMPUTE SeqAtual = ConvSeqArr(ConvIdx) + 1
           MOVE ConvRecIdDataArr(ConvIdx) TO RecIdData
           MOVE ConvRecIdHoraArr(ConvIdx) TO RecIdHora
           OPEN EXTEND IcsAltFile
           IF FileStatus = "35"
               OPEN OUTPUT IcsAltFile
               CLOSE IcsAltFile
               OPEN EXTEND IcsAltFile
           END-IF
           MOVE 'S' TO SaidaIcsAlt
           PERFORM AbrirCalendarioIcs
           PERFORM EmitirInicioEvento
           PERFORM EmitirFimEvento
           PERFORM FecharCalendarioIcs
           MOVE 'N' TO SaidaIcsAlt
           CLOSE IcsAltFile
           MOVE SeqAtual TO ConvSeqArr(ConvIdx)
           MOVE Today TO ConvEnvioArr(ConvIdx)
           .

       *>----------------- ABRIR CALENDARIO ICS -----------------
       AbrirCalendarioIcs.
           MOVE "BEGIN:VCALENDAR" TO LinhaIcs
           PERFORM EmitirLinhaIcs
           MOVE "VERSION:2.0" TO LinhaIcs
           PERFORM EmitirLinhaIcs
           MOVE "PRODID:-//Agenda Futurista//Agenda//PT" TO LinhaIcs
           PERFORM EmitirLinhaIcs
           MOVE "CALSCALE:GREGORIAN" TO LinhaIcs
           PERFORM EmitirLinhaIcs
           MOVE SPACES TO LinhaIcs
           STRING "METHOD:" FUNCTION TRIM(MetodoIcs)
              DELIMITED BY SIZE INTO LinhaIcs
           END-STRING
           PERFORM EmitirLinhaIcs
           .

       *>----------------- FECHAR CALENDARIO ICS -----------------
       FecharCalendarioIcs.
           MOVE "END:VCALENDAR" TO LinhaIcs
           PERFORM EmitirLinhaIcs
           .

       *>----------------- EMITIR INICIO DO EVENTO -----------------
       EmitirInicioEvento.
           MOVE "BEGIN:VEVENT" TO LinhaIcs
           PERFORM EmitirLinhaIcs
           MOVE SPACES TO LinhaIcs
           STRING "UID:" FUNCTION TRIM(UidAtual)
              DELIMITED BY SIZE INTO LinhaIcs
           END-STRING
           PERFORM EmitirLinhaIcs
           MOVE SeqAtual TO SeqIcsEd
           MOVE SPACES TO LinhaIcs
           STRING "SEQUENCE:" FUNCTION TRIM(SeqIcsEd)
              DELIMITED BY SIZE INTO LinhaIcs
           END-STRING
           PERFORM EmitirLinhaIcs
           MOVE SPACES TO LinhaIcs
           STRING "DTSTAMP:" CarimboUtc
              DELIMITED BY SIZE INTO LinhaIcs
           END-STRING
           PERFORM EmitirLinhaIcs
           MOVE SPACES TO LinhaIcs
           STRING "DTSTART:" DataArr(IcsIdx) "T" HoraArr(IcsIdx) "00"
              DELIMITED BY SIZE INTO LinhaIcs
           END-STRING
           PERFORM EmitirLinhaIcs
           MOVE DuracaoArr(IcsIdx) TO DurIcsEd
           MOVE SPACES TO LinhaIcs
           STRING "DURATION:PT" FUNCTION TRIM(DurIcsEd) "M"
              DELIMITED BY SIZE INTO LinhaIcs
           END-STRING
           PERFORM EmitirLinhaIcs
           IF RecIdData > 0 AND ConvIdx > 0
               MOVE SPACES TO LinhaIcs
               STRING "RECURRENCE-ID:" RecIdData "T" RecIdHora "00"
                  DELIMITED BY SIZE INTO LinhaIcs
               END-STRING
               PERFORM EmitirLinhaIcs
           END-IF
           .

       *>----------------- EMITIR FIM DO EVENTO -----------------
       EmitirFimEvento.
           MOVE DescArr(IcsIdx) TO TextoIcsOrig
           PERFORM EscaparTextoIcs
           MOVE SPACES TO LinhaIcs
           STRING "SUMMARY:" TextoIcs(1:PtrIcs)
              DELIMITED BY SIZE INTO LinhaIcs
           END-STRING
           PERFORM EmitirLinhaIcs
           MOVE RecursoArr(IcsIdx) TO TextoIcsOrig
           PERFORM EscaparTextoIcs
           MOVE SPACES TO LinhaIcs
           STRING "LOCATION:" TextoIcs(1:PtrIcs)
              DELIMITED BY SIZE INTO LinhaIcs
           END-STRING
           PERFORM EmitirLinhaIcs
           MOVE SPACES TO LinhaIcs
           MOVE RespArr(IcsIdx) TO OpcaoPessoa
           PERFORM BuscarPessoaCod
           IF PessoaIdx > 0 AND
              PessoaEmailArr(PessoaIdx) NOT = SPACES
               MOVE PessoaNomeArr(PessoaIdx) TO TempNomePart
               INSPECT TempNomePart REPLACING ALL '"' BY "'"
               STRING 'ORGANIZER;CN="' FUNCTION TRIM(TempNomePart)
                  '":mailto:'
                  FUNCTION TRIM(PessoaEmailArr(PessoaIdx))
                  DELIMITED BY SIZE INTO LinhaIcs
               END-STRING
           ELSE
               STRING "ORGANIZER;CN=Agenda Futurista:mailto:"
                  FUNCTION TRIM(EmailAgenda)
                  DELIMITED BY SIZE INTO LinhaIcs
               END-STRING
           END-IF
           PERFORM EmitirLinhaIcs
           MOVE DataArr(IcsIdx) TO DataPesq
           MOVE HoraArr(IcsIdx) TO HoraPesq
           MOVE RecursoArr(IcsIdx) TO RecursoPesq
           PERFORM CarregarPartComp
           PERFORM VARYING PartCompK FROM 1 BY 1
               UNTIL PartCompK > CountPartComp
               MOVE NomePCArr(PartCompK) TO TempNomePart
               PERFORM BuscarPessoaNome
               IF PessoaIdx > 0 AND
                  PessoaEmailArr(PessoaIdx) NOT = SPACES
                   INSPECT TempNomePart REPLACING ALL '"' BY "'"
                   MOVE SPACES TO LinhaIcs
                   STRING 'ATTENDEE;CN="' FUNCTION TRIM(TempNomePart)
                      '";ROLE=REQ-PARTICIPANT;PARTSTAT=NEEDS-ACTION'
                      ";RSVP=TRUE:mailto:"
                      FUNCTION TRIM(PessoaEmailArr(PessoaIdx))
                      DELIMITED BY SIZE INTO LinhaIcs
                   END-STRING
                   PERFORM EmitirLinhaIcs
               ELSE
                   ADD 1 TO QtdConvSemEmail
               END-IF
           END-PERFORM
           IF MetodoIcs = "CANCEL"
               MOVE "STATUS:CANCELLED" TO LinhaIcs
           ELSE
               MOVE "STATUS:CONFIRMED" TO LinhaIcs
           END-IF
           PERFORM EmitirLinhaIcs
           MOVE "END:VEVENT" TO LinhaIcs
           PERFORM EmitirLinhaIcs
           .

       *>----------------- ESCAPAR TEXTO ICS -----------------
       EscaparTextoIcs.
           MOVE SPACES TO TextoIcs
           MOVE 1 TO PtrIcs
           COMPUTE LenIcs =
              FUNCTION LENGTH(FUNCTION TRIM(TextoIcsOrig TRAILING))
           PERFORM VARYING PosIcs FROM 1 BY 1 UNTIL PosIcs > LenIcs
               IF TextoIcsOrig(PosIcs:1) = ";" OR
                  TextoIcsOrig(PosIcs:1) = "," OR
                  TextoIcsOrig(PosIcs:1) = "\"
                   STRING "\" DELIMITED BY SIZE
                      INTO TextoIcs WITH POINTER PtrIcs
                   END-STRING
               END-IF
               STRING TextoIcsOrig(PosIcs:1) DELIMITED BY SIZE
                  INTO TextoIcs WITH POINTER PtrIcs
               END-STRING
           END-PERFORM
           IF PtrIcs > 1
               SUBTRACT 1 FROM PtrIcs
           END-IF
           .

       *>----------------- EMITIR LINHA ICS (DOBRADA EM 75) -------------
       EmitirLinhaIcs.
           COMPUTE LenIcs =
              FUNCTION LENGTH(FUNCTION TRIM(LinhaIcs TRAILING))
           MOVE 1 TO PosIcs
           MOVE 75 TO SegIcs
           PERFORM UNTIL PosIcs > LenIcs
               IF PosIcs + SegIcs - 1 > LenIcs
                   COMPUTE SegIcs = LenIcs - PosIcs + 1
               ELSE
                   PERFORM UNTIL SegIcs = 1 OR
                      LinhaIcs(PosIcs + SegIcs - 1:1) NOT = SPACE
                       SUBTRACT 1 FROM SegIcs
                   END-PERFORM
               END-IF
               IF SaidaIcsAlt = 'S'
                   MOVE SPACES TO RegistroIcsAlt
                   IF PosIcs = 1
                       STRING LinhaIcs(PosIcs:SegIcs)
                          DELIMITED BY SIZE INTO RegistroIcsAlt
                       END-STRING
                   ELSE
                       STRING " " LinhaIcs(PosIcs:SegIcs)
                          DELIMITED BY SIZE INTO RegistroIcsAlt
                       END-STRING
                   END-IF
                   WRITE RegistroIcsAlt
               ELSE
                   MOVE SPACES TO RegistroIcs
                   IF PosIcs = 1
                       STRING LinhaIcs(PosIcs:SegIcs)
                          DELIMITED BY SIZE INTO RegistroIcs
                       END-STRING
                   ELSE
                       STRING " " LinhaIcs(PosIcs:SegIcs)
                          DELIMITED BY SIZE INTO RegistroIcs
                       END-STRING
                   END-IF
                   WRITE RegistroIcs
               END-IF
               ADD SegIcs TO PosIcs
               MOVE 74 TO SegIcs
           END-PERFORM
           MOVE SPACES TO LinhaIcs
           .

       *>----------------- MONTAR UID DO CONVITE -----------------
       MontarUidConvite.
           MOVE SPACES TO UidRecurso
           MOVE FUNCTION TRIM(TempRecurso) TO UidRecurso
           COMPUTE LenIcs =
              FUNCTION LENGTH(FUNCTION TRIM(TempRecurso))
           INSPECT UidRecurso(1:LenIcs) REPLACING ALL SPACE BY "_"
           INSPECT UidRecurso REPLACING ALL ";" BY "_"
           MOVE SPACES TO UidAtual
           STRING "AF-" TempDate "-" TempHora "-"
              UidRecurso(1:LenIcs) "@agendafuturista"
              DELIMITED BY SIZE INTO UidAtual
           END-STRING
           .

       *>----------------- OBTER CARIMBO UTC -----------------
       ObterCarimboUtc.
           MOVE FUNCTION CURRENT-DATE TO CarimboAtual
           MOVE CarimboAtual(1:8) TO UtcData
           MOVE CarimboAtual(9:2) TO UtcHH
           MOVE CarimboAtual(11:2) TO UtcMM
           MOVE CarimboAtual(13:2) TO UtcSS
           COMPUTE UtcMin = FUNCTION INTEGER-OF-DATE(UtcData) * 1440
              + UtcHH * 60 + UtcMM
           IF CarimboAtual(18:4) IS NUMERIC
               MOVE CarimboAtual(18:2) TO UtcOffH
               MOVE CarimboAtual(20:2) TO UtcOffM
               IF CarimboAtual(17:1) = "-"
                   COMPUTE UtcMin = UtcMin + UtcOffH * 60 + UtcOffM
               ELSE
                   COMPUTE UtcMin = UtcMin - UtcOffH * 60 - UtcOffM
               END-IF
           END-IF
           DIVIDE UtcMin BY 1440 GIVING UtcDias REMAINDER UtcResto
           COMPUTE UtcData = FUNCTION DATE-OF-INTEGER(UtcDias)
           DIVIDE UtcResto BY 60 GIVING UtcHH REMAINDER UtcMM
           MOVE SPACES TO CarimboUtc
           STRING UtcData "T" UtcHH UtcMM UtcSS "Z"
              DELIMITED BY SIZE INTO CarimboUtc
           END-STRING
           .

       *>----------------- BUSCAR CONVITE -----------------
       BuscarConvite.
           MOVE 0 TO ConvIdx
           PERFORM VARYING ConvK FROM 1 BY 1 UNTIL ConvK > CountConv
               IF ConvDataArr(ConvK) = DataPesq AND
                  ConvHoraArr(ConvK) = HoraPesq AND
                  ConvRecursoArr(ConvK) = RecursoPesq
                   MOVE ConvK TO ConvIdx
               END-IF
           END-PERFORM
           .

       *>----------------- REGISTRAR CONVITE ENVIADO -----------------
       RegistrarConvite.
           IF CountConv < MaxConv
               ADD 1 TO CountConv
               MOVE TempDate TO ConvDataArr(CountConv)
               MOVE TempHora TO ConvHoraArr(CountConv)
               MOVE TempRecurso TO ConvRecursoArr(CountConv)
               MOVE UidAtual TO ConvUidArr(CountConv)
               MOVE SeqAtual TO ConvSeqArr(CountConv)
               MOVE RecIdData TO ConvRecIdDataArr(CountConv)
               MOVE RecIdHora TO ConvRecIdHoraArr(CountConv)
               MOVE Today TO ConvEnvioArr(CountConv)
               MOVE 'E' TO ConvSituArr(CountConv)
               MOVE 'S' TO ConvAlterado
           ELSE
               DISPLAY "Aviso: limite de " MaxConv " convites no "
                  "controle atingido - " TempDate "/" TempHora
                  " nao registrado como enviado."
           END-IF
           .

       *>----------------- CARREGAR CONTROLE DE CONVITES ---------------
       CarregarConvites.
           MOVE 0 TO CountConv
           MOVE 'N' TO ConvCapExcedida
           OPEN INPUT ConvitesFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ ConvitesFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF CountConv < MaxConv
                               ADD 1 TO CountConv
                               MOVE ConvData TO ConvDataArr(CountConv)
                               MOVE ConvHora TO ConvHoraArr(CountConv)
                               MOVE ConvRecurso
                                  TO ConvRecursoArr(CountConv)
                               MOVE ConvUid TO ConvUidArr(CountConv)
                               MOVE ConvSeq TO ConvSeqArr(CountConv)
                               MOVE ConvRecIdData
                                  TO ConvRecIdDataArr(CountConv)
                               MOVE ConvRecIdHora
                                  TO ConvRecIdHoraArr(CountConv)
                               MOVE ConvEnvio
                                  TO ConvEnvioArr(CountConv)
                               MOVE ConvSitu TO ConvSituArr(CountConv)
                           ELSE
                               MOVE 'S' TO ConvCapExcedida
                               DISPLAY "Aviso: limite de " MaxConv
                                  " convites no controle em memoria "
                                  "atingido - registros adicionais "
                                  "nao foram carregados."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ConvitesFile
           END-IF
           .

       *>----------------- REGRAVAR CONTROLE DE CONVITES ---------------
       RegravarConvites.
           IF ConvCapExcedida = 'S'
               DISPLAY "Aviso: AgendaConvites.dat excede " MaxConv
                  " registros - regravacao cancelada para nao "
                  "perder os registros alem do limite."
           ELSE
               OPEN OUTPUT ConvitesFile
               PERFORM VARYING ConvK FROM 1 BY 1
                   UNTIL ConvK > CountConv
                   MOVE ConvDataArr(ConvK) TO ConvData
                   MOVE ConvHoraArr(ConvK) TO ConvHora
                   MOVE ConvRecursoArr(ConvK) TO ConvRecurso
                   MOVE ConvUidArr(ConvK) TO ConvUid
                   MOVE ConvSeqArr(ConvK) TO ConvSeq
                   MOVE ConvRecIdDataArr(ConvK) TO ConvRecIdData
                   MOVE ConvRecIdHoraArr(ConvK) TO ConvRecIdHora
                   MOVE ConvEnvioArr(ConvK) TO ConvEnvio
                   MOVE ConvSituArr(ConvK) TO ConvSitu
                   WRITE RegistroConvite
               END-PERFORM
               CLOSE ConvitesFile
           END-IF
           .

       *>----------------- RATEIO MENSAL (MENU) -----------------
       RateioMensal.
           MOVE 'N' TO DadosValidos
           PERFORM UNTIL DadosValidos = 'S'
               DISPLAY "Mes de referencia (AAAAMM): "
               ACCEPT RatMes
               COMPUTE RatMesNum = FUNCTION MOD(RatMes, 100)
               IF RatMes > 100 AND RatMesNum >= 1 AND RatMesNum <= 12
                   MOVE 'S' TO DadosValidos
               ELSE
                   DISPLAY "Mes invalido - tente novamente."
               END-IF
           END-PERFORM
           PERFORM GerarRateio
           .

       *>----------------- GERAR RATEIO MENSAL -----------------
       GerarRateio.
           COMPUTE RecAno = RatMes / 100
           COMPUTE RecMes = FUNCTION MOD(RatMes, 100)
           PERFORM DiasNoMes
           COMPUTE DataIniPeriodo = RatMes * 100 + 1
           COMPUTE DataFimPeriodo = RatMes * 100 + MaxDiaMes
           MOVE 0 TO CountRat
           MOVE 0 TO RatSemLugar
           MOVE 0 TO RatQtdAgenda
           MOVE 0 TO RatQtdHist
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CountAgenda
               IF SituArr(I) = 'A' AND
                  DataArr(I) >= DataIniPeriodo AND
                  DataArr(I) <= DataFimPeriodo
                   MOVE RecursoArr(I) TO RatRecurso
                   MOVE DuracaoArr(I) TO RatMinComp
                   MOVE RespArr(I) TO RatResp
                   PERFORM AcumularRateio
                   ADD 1 TO RatQtdAgenda
               END-IF
           END-PERFORM
           OPEN INPUT HistoricoFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ HistoricoFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF DataHist >= DataIniPeriodo AND
                              DataHist <= DataFimPeriodo AND
                              (SituHist = 'A' OR SituHist = SPACE)
                               MOVE RecursoHist TO RatRecurso
                               MOVE DuracaoHist TO RatMinComp
                               IF RespHist IS NUMERIC
                                   MOVE RespHist TO RatResp
                               ELSE
                                   MOVE 0 TO RatResp
                               END-IF
                               PERFORM AcumularRateio
                               ADD 1 TO RatQtdHist
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoricoFile
           END-IF
           PERFORM EmitirRelatorioRateio
           PERFORM EmitirInterfaceRateio
           DISPLAY "Rateio de " RatMes " gravado em AgendaRateio.txt "
              "e AgendaRateio.dat (" RatQtdAgenda " da agenda, "
              RatQtdHist " do historico)."
           IF RatSemLugar > 0
               DISPLAY "ALERTA: " RatSemLugar " reserva(s) fora do "
                  "rateio - limite de " MaxRat " combinacoes "
                  "departamento/recurso atingido."
               IF ModoBatch = 'S'
                   MOVE 'S' TO BatFalha
               END-IF
           END-IF
           .

       *>----------------- ACUMULAR RESERVA NO RATEIO -----------------
       AcumularRateio.
           MOVE RatRecurso TO TempRecurso
           PERFORM ObterDadosRecurso
           ADD TempRecPrep TO RatMinComp
           MOVE RatResp TO OpcaoPessoa
           PERFORM BuscarPessoaCod
           IF PessoaIdx = 0
               MOVE "SEM RESPONSAVEL" TO RatDepto
           ELSE
               IF PessoaDeptoArr(PessoaIdx) = SPACES
                   MOVE "SEM DEPARTAMENTO" TO RatDepto
               ELSE
                   MOVE PessoaDeptoArr(PessoaIdx) TO RatDepto
               END-IF
           END-IF
           MOVE 0 TO RatPos
           PERFORM VARYING RatK FROM 1 BY 1 UNTIL RatK > CountRat
               IF RatDeptoArr(RatK) = RatDepto AND
                  RatRecursoArr(RatK) = RatRecurso
                   MOVE RatK TO RatPos
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RatPos = 0
               IF CountRat >= MaxRat
                   ADD 1 TO RatSemLugar
               ELSE
                   PERFORM InserirItemRateio
               END-IF
           END-IF
           IF RatPos > 0
               ADD 1 TO RatQtdArr(RatPos)
               ADD RatMinComp TO RatMinArr(RatPos)
               COMPUTE RatValorArr(RatPos) ROUNDED =
                  RatMinArr(RatPos) * RatTaxaArr(RatPos) / 60
           END-IF
           .

       *>----------------- INSERIR ITEM DO RATEIO -----------------
       InserirItemRateio.
           COMPUTE RatPos = CountRat + 1
           PERFORM VARYING RatK FROM 1 BY 1 UNTIL RatK > CountRat
               IF RatDeptoArr(RatK) > RatDepto OR
                  (RatDeptoArr(RatK) = RatDepto AND
                   RatRecursoArr(RatK) > RatRecurso)
                   MOVE RatK TO RatPos
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING RatK FROM CountRat BY -1
               UNTIL RatK < RatPos
               MOVE RateioItem(RatK) TO RateioItem(RatK + 1)
           END-PERFORM
           ADD 1 TO CountRat
           MOVE RatDepto TO RatDeptoArr(RatPos)
           MOVE RatRecurso TO RatRecursoArr(RatPos)
           MOVE 0 TO RatQtdArr(RatPos)
           MOVE 0 TO RatMinArr(RatPos)
           MOVE TempRecCusto TO RatTaxaArr(RatPos)
           MOVE 0 TO RatValorArr(RatPos)
           .

       *>----------------- RELATORIO DO RATEIO -----------------
       EmitirRelatorioRateio.
           OPEN OUTPUT RateioFile
           MOVE ALL "=" TO RegistroRateio
           WRITE RegistroRateio
           MOVE SPACES TO RegistroRateio
           STRING "  RATEIO DE SALAS E EQUIPAMENTOS POR DEPARTAMENTO"
              " - MES " RatMes " (" DataIniPeriodo " A "
              DataFimPeriodo ")"
              DELIMITED BY SIZE INTO RegistroRateio
           END-STRING
           WRITE RegistroRateio
           MOVE ALL "=" TO RegistroRateio
           WRITE RegistroRateio
           MOVE "MINUTOS INCLUEM O TEMPO DE PREPARACAO DO RECURSO; "
              & "AGENDA ATUAL E HISTORICO ARQUIVADO."
              TO RegistroRateio
           WRITE RegistroRateio
           MOVE SPACES TO RegistroRateio
           WRITE RegistroRateio
           MOVE SPACES TO RegistroRateio
           STRING "DEPARTAMENTO          RECURSO               "
              "RESERVAS    MINUTOS  TAXA/HORA"
              "                 VALOR"
              DELIMITED BY SIZE INTO RegistroRateio
           END-STRING
           WRITE RegistroRateio
           MOVE 0 TO RatTotMin
           MOVE 0 TO RatTotQtd
           MOVE 0 TO RatTotValor
           MOVE 0 TO RatSubMin
           MOVE 0 TO RatSubQtd
           MOVE 0 TO RatSubValor
           IF CountRat = 0
               MOVE "NENHUMA RESERVA APROVADA NO MES." TO RegistroRateio
               WRITE RegistroRateio
           END-IF
           PERFORM VARYING RatK FROM 1 BY 1 UNTIL RatK > CountRat
               MOVE RatQtdArr(RatK) TO RatQtdEd
               MOVE RatMinArr(RatK) TO RatMinEd
               MOVE RatTaxaArr(RatK) TO RatTaxaEd
               MOVE RatValorArr(RatK) TO RatValorEd
               MOVE SPACES TO RegistroRateio
               STRING RatDeptoArr(RatK) "  " RatRecursoArr(RatK) "  "
                  RatQtdEd "  " RatMinEd "  " RatTaxaEd "  "
                  RatValorEd
                  DELIMITED BY SIZE INTO RegistroRateio
               END-STRING
               WRITE RegistroRateio
               ADD RatQtdArr(RatK) TO RatSubQtd
               ADD RatMinArr(RatK) TO RatSubMin
               ADD RatValorArr(RatK) TO RatSubValor
               ADD RatQtdArr(RatK) TO RatTotQtd
               ADD RatMinArr(RatK) TO RatTotMin
               ADD RatValorArr(RatK) TO RatTotValor
               IF RatK = CountRat
                   PERFORM EmitirSubtotalRateio
               ELSE
                   IF RatDeptoArr(RatK + 1) NOT = RatDeptoArr(RatK)
                       PERFORM EmitirSubtotalRateio
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RegistroRateio
           WRITE RegistroRateio
           MOVE "TOTAL POR RECURSO:" TO RegistroRateio
           WRITE RegistroRateio
           PERFORM VARYING RatK FROM 1 BY 1 UNTIL RatK > CountRat
               MOVE 0 TO RatPos
               PERFORM VARYING J FROM 1 BY 1 UNTIL J >= RatK
                   IF RatRecursoArr(J) = RatRecursoArr(RatK)
                       MOVE J TO RatPos
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF RatPos = 0
                   PERFORM EmitirTotalRecursoRateio
               END-IF
           END-PERFORM
           MOVE SPACES TO RegistroRateio
           WRITE RegistroRateio
           MOVE RatTotQtd TO RatQtdEd
           MOVE RatTotMin TO RatMinEd
           MOVE RatTotValor TO RatValorEd
           MOVE SPACES TO RegistroRateio
           STRING "TOTAL GERAL                                 "
              RatQtdEd "  " RatMinEd "             " RatValorEd
              DELIMITED BY SIZE INTO RegistroRateio
           END-STRING
           WRITE RegistroRateio
           CLOSE RateioFile
           .

       *>----------------- SUBTOTAL DO DEPARTAMENTO -----------------
       EmitirSubtotalRateio.
           MOVE RatSubQtd TO RatQtdEd
           MOVE RatSubMin TO RatMinEd
           MOVE RatSubValor TO RatValorEd
           MOVE SPACES TO RegistroRateio
           STRING "  SUBTOTAL " RatDeptoArr(RatK) "             "
              RatQtdEd "  " RatMinEd "             " RatValorEd
              DELIMITED BY SIZE INTO RegistroRateio
           END-STRING
           WRITE RegistroRateio
           MOVE SPACES TO RegistroRateio
           WRITE RegistroRateio
           MOVE 0 TO RatSubQtd
           MOVE 0 TO RatSubMin
           MOVE 0 TO RatSubValor
           .

       *>----------------- TOTAL DE UM RECURSO -----------------
       EmitirTotalRecursoRateio.
           MOVE 0 TO RatSubQtd
           MOVE 0 TO RatSubMin
           MOVE 0 TO RatSubValor
           PERFORM VARYING J FROM RatK BY 1 UNTIL J > CountRat
               IF RatRecursoArr(J) = RatRecursoArr(RatK)
                   ADD RatQtdArr(J) TO RatSubQtd
                   ADD RatMinArr(J) TO RatSubMin
                   ADD RatValorArr(J) TO RatSubValor
               END-IF
           END-PERFORM
           MOVE RatSubQtd TO RatQtdEd
           MOVE RatSubMin TO RatMinEd
           MOVE RatTaxaArr(RatK) TO RatTaxaEd
           MOVE RatSubValor TO RatValorEd
           MOVE SPACES TO RegistroRateio
           STRING "  " RatRecursoArr(RatK) "                      "
              RatQtdEd "  " RatMinEd "  " RatTaxaEd "  " RatValorEd
              DELIMITED BY SIZE INTO RegistroRateio
           END-STRING
           WRITE RegistroRateio
           MOVE 0 TO RatSubQtd
           MOVE 0 TO RatSubMin
           MOVE 0 TO RatSubValor
           .

       *>----------------- INTERFACE DO RATEIO -----------------
       EmitirInterfaceRateio.
           OPEN OUTPUT RateioIntFile
           MOVE SPACES TO RegRateioCab
           MOVE "H" TO RatCabTipo
           MOVE RatMes TO RatCabMes
           MOVE FUNCTION CURRENT-DATE(1:8) TO RatCabGerData
           MOVE FUNCTION CURRENT-DATE(9:4) TO RatCabGerHora
           WRITE RegRateioCab
           MOVE 0 TO RatQtdDet
           MOVE 0 TO RatTotValor
           PERFORM VARYING RatK FROM 1 BY 1 UNTIL RatK > CountRat
               MOVE "D" TO RatDetTipo
               MOVE RatMes TO RatDetMes
               MOVE RatDeptoArr(RatK) TO RatDetDepto
               MOVE RatRecursoArr(RatK) TO RatDetRecurso
               MOVE RatQtdArr(RatK) TO RatDetQtd
               MOVE RatMinArr(RatK) TO RatDetMin
               MOVE RatTaxaArr(RatK) TO RatDetTaxa
               MOVE RatValorArr(RatK) TO RatDetValor
               WRITE RegRateioDet
               ADD 1 TO RatQtdDet
               ADD RatValorArr(RatK) TO RatTotValor
           END-PERFORM
           MOVE SPACES TO RegRateioTrl
           MOVE "T" TO RatTrlTipo
           MOVE RatQtdDet TO RatTrlQtd
           MOVE RatTotValor TO RatTrlValor
           WRITE RegRateioTrl
           CLOSE RateioIntFile
           .

       *>----------------- CARREGAR PARAMETROS -----------------
       CarregarParametros.
           OPEN INPUT ParamFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ ParamFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           PERFORM AplicarParametro
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF
           .

       *>----------------- APLICAR PARAMETRO -----------------
       AplicarParametro.
           EVALUATE ParamNome
               WHEN "OPERADOR-BATCH"
                   IF ParamValor NOT = SPACES
                       MOVE ParamValor TO OperBatch
                   END-IF
               WHEN "TOLERANCIA-NOSHOW"
                   IF FUNCTION TEST-NUMVAL(ParamValor) = 0
                       MOVE FUNCTION NUMVAL(ParamValor)
                          TO ToleranciaNoShow
                   ELSE
                       DISPLAY "Aviso: valor invalido para "
                          "TOLERANCIA-NOSHOW em AgendaParam.dat - "
                          "mantidos " ToleranciaNoShow " minutos."
                   END-IF
               WHEN "RETENCAO-LGPD"
                   IF FUNCTION TEST-NUMVAL(ParamValor) = 0
                       MOVE FUNCTION NUMVAL(ParamValor)
                          TO RetencaoLgpd
                   ELSE
                       DISPLAY "Aviso: valor invalido para "
                          "RETENCAO-LGPD em AgendaParam.dat - "
                          "mantidos " RetencaoLgpd " dias."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       *>----------------- CHECK-IN DE COMPROMISSO -----------------
       RegistrarCheckin.
           PERFORM SelecionarRecurso
           DISPLAY "Data do Compromisso (AAAAMMDD): "
           ACCEPT TempDate
           DISPLAY "Hora do Compromisso (HHMM): "
           ACCEPT TempHora
           MOVE TempDate TO DataPesq
           MOVE TempHora TO HoraPesq
           MOVE TempRecurso TO RecursoPesq
           PERFORM BuscarCompAgenda
           IF BuscaIdx = 0
               DISPLAY "Compromisso nao encontrado."
           ELSE
               IF SituArr(BuscaIdx) NOT = 'A'
                   DISPLAY "Compromisso nao aprovado - check-in nao "
                      "permitido."
               ELSE
                   PERFORM CarregarCheckinDia
                   PERFORM BuscarCheckin
                   IF CkIdx > 0 AND CkSituArr(CkIdx) = 'N'
                       DISPLAY "Horario ja liberado por no-show - "
                          "check-in recusado."
                   ELSE
                       IF CkIdx > 0
                           DISPLAY "Check-in ja registrado - "
                              "atualizando as presencas."
                       ELSE
                           MOVE 'C' TO NsSitu
                           MOVE RespArr(BuscaIdx) TO TempResp
                           MOVE DuracaoArr(BuscaIdx) TO NsDurOrig
                           MOVE 0 TO NsDurLib
                           PERFORM GravarCheckin
                           DISPLAY "Check-in registrado."
                       END-IF
                       PERFORM RegistrarPresencas
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- REGISTRAR PRESENCAS -----------------
       RegistrarPresencas.
           PERFORM CarregarPartComp
           IF CountPartComp = 0
               DISPLAY "Nenhum participante registrado para o "
                  "compromisso."
           ELSE
               PERFORM AbrirPresGravacao
           END-IF
           IF CountPartComp > 0 AND PresArqOk = 'S'
               MOVE 0 TO QtdPresentes
               MOVE 0 TO QtdAusentes
               PERFORM VARYING PartCompK FROM 1 BY 1
                   UNTIL PartCompK > CountPartComp
                   DISPLAY FUNCTION TRIM(NomePCArr(PartCompK))
                      " presente (S/N)? "
                   ACCEPT RespPresenca
                   IF RespPresenca = 'S' OR RespPresenca = 's'
                       MOVE 'P' TO PresSitu
                       ADD 1 TO QtdPresentes
                   ELSE
                       MOVE 'A' TO PresSitu
                       ADD 1 TO QtdAusentes
                   END-IF
                   MOVE NomePCArr(PartCompK) TO NomePres
                   PERFORM GravarPresenca
               END-PERFORM
               CLOSE PresencasFile
               DISPLAY QtdPresentes " presente(s), " QtdAusentes
                  " ausente(s)."
           END-IF
           .

       *>----------------- GRAVAR PRESENCA -----------------
       GravarPresenca.
           MOVE DataPesq TO DataPres
           MOVE HoraPesq TO HoraPres
           MOVE RecursoPesq TO RecursoPres
           MOVE FUNCTION CURRENT-DATE(1:8) TO PresTsData
           MOVE FUNCTION CURRENT-DATE(9:4) TO PresTsHora
           WRITE RegistroPresenca
               INVALID KEY
                   REWRITE RegistroPresenca
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           .

       *>----------------- ABRIR PRESENCAS PARA GRAVAR -----------------
       AbrirPresGravacao.
           OPEN I-O PresencasFile
           IF FileStatus = "35"
               OPEN OUTPUT PresencasFile
               CLOSE PresencasFile
               OPEN I-O PresencasFile
           END-IF
           IF FileStatus = "00"
               MOVE 'S' TO PresArqOk
           ELSE
               MOVE 'N' TO PresArqOk
               DISPLAY "Erro ao abrir AgendaPresencas.dat (status "
                  FileStatus ") - presencas nao registradas."
           END-IF
           .

       *>----------------- GRAVAR REGISTRO DE CHECK-IN -----------------
       GravarCheckin.
           OPEN EXTEND CheckinFile
           IF FileStatus = "35"
               OPEN OUTPUT CheckinFile
               CLOSE CheckinFile
               OPEN EXTEND CheckinFile
           END-IF
           MOVE DataPesq TO CkData
           MOVE HoraPesq TO CkHora
           MOVE RecursoPesq TO CkRecurso
           MOVE NsSitu TO CkSitu
           MOVE FUNCTION CURRENT-DATE(1:8) TO CkTsData
           MOVE FUNCTION CURRENT-DATE(9:4) TO CkTsHora
           MOVE TempResp TO CkResp
           MOVE NsDurOrig TO CkDurOrig
           MOVE NsDurLib TO CkDurLib
           MOVE OperAtual TO CkOper
           WRITE RegistroCheckin
           CLOSE CheckinFile
           .

       *>----------------- CARREGAR CHECK-INS DO DIA -----------------
       CarregarCheckinDia.
           MOVE 0 TO CountCk
           MOVE 'N' TO CkCapExcedida
           OPEN INPUT CheckinFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ CheckinFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF CkData = DataPesq
                               IF CountCk < MaxCk
                                   ADD 1 TO CountCk
                                   MOVE CkHora TO CkHoraArr(CountCk)
                                   MOVE CkRecurso
                                      TO CkRecursoArr(CountCk)
                                   MOVE CkSitu TO CkSituArr(CountCk)
                               ELSE
                                   MOVE 'S' TO CkCapExcedida
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckinFile
           END-IF
           IF CkCapExcedida = 'S'
               DISPLAY "Aviso: limite de " MaxCk " check-ins por "
                  "dia em memoria atingido - registros adicionais "
                  "nao foram carregados."
           END-IF
           .

       *>----------------- BUSCAR CHECK-IN -----------------
       BuscarCheckin.
           MOVE 0 TO CkIdx
           PERFORM VARYING CkK FROM 1 BY 1 UNTIL CkK > CountCk
               IF CkHoraArr(CkK) = HoraPesq AND
                  CkRecursoArr(CkK) = RecursoPesq
                   MOVE CkK TO CkIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       *>----------------- LIBERAR SALAS SEM CHECK-IN (MENU) ------------
       LiberarNoShowMenu.
           MOVE Today TO NsData
           MOVE FUNCTION CURRENT-DATE(9:4) TO NsHora
           PERFORM ProcessarNoShow
           IF QtdNoShow = 0 AND CkCapExcedida NOT = 'S'
               DISPLAY "Nenhum compromisso sem check-in alem da "
                  "tolerancia de " ToleranciaNoShow " minutos."
           END-IF
           .

       *>----------------- PROCESSAR NO-SHOW -----------------
       ProcessarNoShow.
           MOVE 0 TO QtdNoShow
           MOVE NsData TO DataPesq
           PERFORM CarregarCheckinDia
           IF CkCapExcedida = 'S'
               DISPLAY "Liberacao por no-show nao executada - "
                  "check-ins do dia nao cabem em memoria."
           ELSE
               MOVE NsHora TO HoraHHMM
               PERFORM ConverterHoraMin
               MOVE MinutosConv TO NsMinAgora
               PERFORM VARYING NsK FROM 1 BY 1 UNTIL NsK > CountAgenda
                   IF DataArr(NsK) = NsData AND SituArr(NsK) = 'A'
                       MOVE HoraArr(NsK) TO HoraHHMM
                       PERFORM ConverterHoraMin
                       COMPUTE NsMinLimite =
                          MinutosConv + ToleranciaNoShow
                       IF NsMinLimite <= NsMinAgora
                           MOVE HoraArr(NsK) TO HoraPesq
                           MOVE RecursoArr(NsK) TO RecursoPesq
                           PERFORM BuscarCheckin
                           IF CkIdx = 0
                               PERFORM LiberarNoShow
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF QtdNoShow > 0
                   DISPLAY QtdNoShow " compromisso(s) sem check-in "
                      "liberado(s) por no-show."
                   PERFORM VerificarFilaEspera
               END-IF
           END-IF
           .

       *>----------------- LIBERAR COMPROMISSO SEM CHECK-IN -------------
       LiberarNoShow.
           MOVE DataArr(NsK) TO TempDate
           MOVE HoraArr(NsK) TO TempHora
           MOVE RecursoArr(NsK) TO TempRecurso
           MOVE DescArr(NsK) TO TempDesc
           MOVE PriorArr(NsK) TO TempPrior
           MOVE RecorrArr(NsK) TO TempRecorrCod
           MOVE RecorrFimArr(NsK) TO TempRecorrFim
           MOVE RespArr(NsK) TO TempResp
           MOVE DuracaoArr(NsK) TO NsDurOrig
           IF DuracaoArr(NsK) > ToleranciaNoShow
               MOVE ToleranciaNoShow TO TempDur
           ELSE
               MOVE DuracaoArr(NsK) TO TempDur
           END-IF
           COMPUTE NsDurLib = NsDurOrig - TempDur
           MOVE TempDur TO DuracaoArr(NsK)
           MOVE DataArr(NsK) TO DataComp
           MOVE HoraArr(NsK) TO HoraComp
           MOVE RecursoArr(NsK) TO RecursoComp
           MOVE DuracaoArr(NsK) TO Duracao
           MOVE PriorArr(NsK) TO Prioridade
           MOVE DescArr(NsK) TO DescricaoComp
           MOVE RecorrArr(NsK) TO RecorrCod
           MOVE RecorrFimArr(NsK) TO RecorrFim
           MOVE SituArr(NsK) TO Situacao
           MOVE RespArr(NsK) TO RespComp
           REWRITE RegistroAgenda
               INVALID KEY
                   DISPLAY "Aviso: registro nao encontrado no "
                      "arquivo indexado - horario liberado "
                      "apenas na memoria."
           END-REWRITE
           MOVE "NOSHOW" TO LogAcaoAtual
           PERFORM GravarLog
           MOVE 'N' TO NsSitu
           PERFORM GravarCheckin
           IF CountCk < MaxCk
               ADD 1 TO CountCk
               MOVE HoraPesq TO CkHoraArr(CountCk)
               MOVE RecursoPesq TO CkRecursoArr(CountCk)
               MOVE 'N' TO CkSituArr(CountCk)
           END-IF
           MOVE DataArr(NsK) TO DataPesq
           PERFORM CarregarPartComp
           IF CountPartComp > 0
               PERFORM AbrirPresGravacao
           END-IF
           IF CountPartComp > 0 AND PresArqOk = 'S'
               MOVE 'A' TO PresSitu
               PERFORM VARYING PartCompK FROM 1 BY 1
                   UNTIL PartCompK > CountPartComp
                   MOVE NomePCArr(PartCompK) TO NomePres
                   PERFORM GravarPresenca
               END-PERFORM
               CLOSE PresencasFile
           END-IF
           ADD 1 TO QtdNoShow
           DISPLAY "No-show: " TempDate "/" TempHora " ("
              FUNCTION TRIM(TempRecurso) ") sem check-in - "
              NsDurLib " minuto(s) liberado(s)."
           .

       *>----------------- RELATORIO DE NO-SHOW (MENU) -----------------
       RelatorioNoShow.
           DISPLAY "Data Inicial (AAAAMMDD): "
           ACCEPT DataIniPeriodo
           DISPLAY "Data Final (AAAAMMDD): "
           ACCEPT DataFimPeriodo
           PERFORM GerarRelNoShow
           .

       *>----------------- GERAR RELATORIO DE NO-SHOW -----------------
       GerarRelNoShow.
           MOVE 0 TO CountNsRec
           MOVE 0 TO CountNsPes
           MOVE 0 TO CountNsDep
           MOVE 0 TO NsQtdCheckin
           MOVE 0 TO NsQtdNoShow
           MOVE 0 TO NsQtdAus
           MOVE 0 TO NsMinLiberados
           MOVE 0 TO NsSemLugar
           OPEN INPUT CheckinFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ CheckinFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF CkData >= DataIniPeriodo AND
                              CkData <= DataFimPeriodo
                               PERFORM AcumularCheckinNoShow
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckinFile
           END-IF
           OPEN INPUT PresencasFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF FileStatus NOT = "00"
                   DISPLAY "Erro ao abrir AgendaPresencas.dat (status "
                      FileStatus ") - ausencias de participantes "
                      "fora do relatorio."
               ELSE
                   MOVE DataIniPeriodo TO DataPres
                   MOVE 0 TO HoraPres
                   MOVE LOW-VALUES TO RecursoPres
                   MOVE LOW-VALUES TO NomePres
                   START PresencasFile KEY IS >= ChavePres
                       INVALID KEY MOVE "10" TO FileStatus
                   END-START
                   PERFORM UNTIL FileStatus = "10"
                       READ PresencasFile NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF DataPres > DataFimPeriodo
                                   EXIT PERFORM
                               END-IF
                               IF PresSitu = 'A'
                                   ADD 1 TO NsQtdAus
                                   MOVE NomePres TO NsNome
                                   MOVE NomePres TO TempNomePart
                                   PERFORM BuscarPessoaNome
                                   IF PessoaIdx > 0
                                       MOVE PessoaDeptoArr(PessoaIdx)
                                          TO NsDepto
                                   ELSE
                                       MOVE SPACES TO NsDepto
                                   END-IF
                                   MOVE 'P' TO NsTipo
                                   PERFORM AcumularNoShowPessoa
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PresencasFile
               END-IF
           END-IF
           PERFORM OrdenarNoShowPessoa
           PERFORM EmitirRelNoShow
           DISPLAY "Relatorio de no-show gravado em AgendaNoShow.txt."
           IF NsSemLugar > 0
               DISPLAY "Aviso: " NsSemLugar " ocorrencia(s) fora do "
                  "relatorio - limite das tabelas em memoria "
                  "atingido."
           END-IF
           .

       *>----------------- ACUMULAR CHECK-IN / NO-SHOW -----------------
       AcumularCheckinNoShow.
           IF CkSitu = 'C'
               ADD 1 TO NsQtdCheckin
           ELSE
               ADD 1 TO NsQtdNoShow
               ADD CkDurLib TO NsMinLiberados
               MOVE 0 TO NsPos
               PERFORM VARYING CkK FROM 1 BY 1 UNTIL CkK > CountNsRec
                   IF NsRecNomeArr(CkK) = CkRecurso
                       MOVE CkK TO NsPos
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NsPos = 0
                   IF CountNsRec < MaxNsRec
                       ADD 1 TO CountNsRec
                       MOVE CountNsRec TO NsPos
                       MOVE CkRecurso TO NsRecNomeArr(NsPos)
                       MOVE 0 TO NsRecQtdArr(NsPos)
                       MOVE 0 TO NsRecMinArr(NsPos)
                   ELSE
                       ADD 1 TO NsSemLugar
                   END-IF
               END-IF
               IF NsPos > 0
                   ADD 1 TO NsRecQtdArr(NsPos)
                   ADD CkDurLib TO NsRecMinArr(NsPos)
               END-IF
               IF CkResp IS NUMERIC AND CkResp > 0
                   MOVE CkResp TO OpcaoPessoa
                   PERFORM BuscarPessoaCod
                   IF PessoaIdx > 0
                       MOVE PessoaNomeArr(PessoaIdx) TO NsNome
                       MOVE PessoaDeptoArr(PessoaIdx) TO NsDepto
                       MOVE 'R' TO NsTipo
                       PERFORM AcumularNoShowPessoa
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- ACUMULAR NO-SHOW DA PESSOA -----------------
       AcumularNoShowPessoa.
           IF NsDepto = SPACES
               MOVE "SEM DEPARTAMENTO" TO NsDepto
           END-IF
           MOVE 0 TO NsPos
           PERFORM VARYING CkK FROM 1 BY 1 UNTIL CkK > CountNsPes
               IF NsPesNomeArr(CkK) = NsNome
                   MOVE CkK TO NsPos
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NsPos = 0
               IF CountNsPes < MaxNsPes
                   ADD 1 TO CountNsPes
                   MOVE CountNsPes TO NsPos
                   MOVE NsNome TO NsPesNomeArr(NsPos)
                   MOVE NsDepto TO NsPesDeptoArr(NsPos)
                   MOVE 0 TO NsPesRespArr(NsPos)
                   MOVE 0 TO NsPesAusArr(NsPos)
                   MOVE 0 TO NsPesTotArr(NsPos)
               ELSE
                   ADD 1 TO NsSemLugar
               END-IF
           END-IF
           IF NsPos > 0
               IF NsTipo = 'R'
                   ADD 1 TO NsPesRespArr(NsPos)
               ELSE
                   ADD 1 TO NsPesAusArr(NsPos)
               END-IF
               ADD 1 TO NsPesTotArr(NsPos)
           END-IF
           MOVE 0 TO NsPos
           PERFORM VARYING CkK FROM 1 BY 1 UNTIL CkK > CountNsDep
               IF NsDepNomeArr(CkK) = NsDepto
                   MOVE CkK TO NsPos
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NsPos = 0
               IF CountNsDep < MaxNsDep
                   ADD 1 TO CountNsDep
                   MOVE CountNsDep TO NsPos
                   MOVE NsDepto TO NsDepNomeArr(NsPos)
                   MOVE 0 TO NsDepQtdArr(NsPos)
               ELSE
                   ADD 1 TO NsSemLugar
               END-IF
           END-IF
           IF NsPos > 0
               ADD 1 TO NsDepQtdArr(NsPos)
           END-IF
           .

       *>----------------- ORDENAR PESSOAS POR NO-SHOW -----------------
       OrdenarNoShowPessoa.
           PERFORM VARYING CkK FROM 1 BY 1 UNTIL CkK >= CountNsPes
               MOVE CkK TO NsPos
               PERFORM VARYING PesK FROM CkK BY 1
                   UNTIL PesK > CountNsPes
                   IF NsPesTotArr(PesK) > NsPesTotArr(NsPos)
                       MOVE PesK TO NsPos
                   END-IF
               END-PERFORM
               IF NsPos NOT = CkK
                   MOVE NsPesItem(CkK) TO NsPesTroca
                   MOVE NsPesItem(NsPos) TO NsPesItem(CkK)
                   MOVE NsPesTroca TO NsPesItem(NsPos)
               END-IF
           END-PERFORM
           .

       *>----------------- EMITIR RELATORIO DE NO-SHOW -----------------
       EmitirRelNoShow.
           OPEN OUTPUT NoShowFile
           MOVE ALL "=" TO RegistroNoShow
           WRITE RegistroNoShow
           MOVE SPACES TO RegistroNoShow
           STRING "  NO-SHOW DE COMPROMISSOS DE " DataIniPeriodo
              " A " DataFimPeriodo "  (TOLERANCIA "
              ToleranciaNoShow " MIN)"
              DELIMITED BY SIZE INTO RegistroNoShow
           END-STRING
           WRITE RegistroNoShow
           MOVE ALL "=" TO RegistroNoShow
           WRITE RegistroNoShow
           MOVE NsQtdCheckin TO NsQtdEd
           MOVE SPACES TO RegistroNoShow
           STRING "COMPROMISSOS COM CHECK-IN:   " NsQtdEd
              DELIMITED BY SIZE INTO RegistroNoShow
           END-STRING
           WRITE RegistroNoShow
           MOVE NsQtdNoShow TO NsQtdEd
           MOVE NsMinLiberados TO NsMinEd
           MOVE SPACES TO RegistroNoShow
           STRING "COMPROMISSOS SEM CHECK-IN:   " NsQtdEd
              "   MINUTOS LIBERADOS: " NsMinEd
              DELIMITED BY SIZE INTO RegistroNoShow
           END-STRING
           WRITE RegistroNoShow
           MOVE NsQtdAus TO NsQtdEd
           MOVE SPACES TO RegistroNoShow
           STRING "AUSENCIAS DE PARTICIPANTES:  " NsQtdEd
              DELIMITED BY SIZE INTO RegistroNoShow
           END-STRING
           WRITE RegistroNoShow
           MOVE SPACES TO RegistroNoShow
           WRITE RegistroNoShow
           MOVE "---- NO-SHOW POR RECURSO ----" TO RegistroNoShow
           WRITE RegistroNoShow
           MOVE "RECURSO               NO-SHOWS  MIN-LIBERADOS"
              TO RegistroNoShow
           WRITE RegistroNoShow
           PERFORM VARYING CkK FROM 1 BY 1 UNTIL CkK > CountNsRec
               MOVE NsRecQtdArr(CkK) TO NsQtdEd
               MOVE NsRecMinArr(CkK) TO NsMinEd
               MOVE SPACES TO RegistroNoShow
               STRING NsRecNomeArr(CkK) "     " NsQtdEd "        "
                  NsMinEd
                  DELIMITED BY SIZE INTO RegistroNoShow
               END-STRING
               WRITE RegistroNoShow
           END-PERFORM
           MOVE SPACES TO RegistroNoShow
           WRITE RegistroNoShow
           MOVE "---- NO-SHOW POR PESSOA ----" TO RegistroNoShow
           WRITE RegistroNoShow
           MOVE SPACES TO RegistroNoShow
           STRING "PESSOA                          DEPARTAMENTO        "
              "  RESPONSAVEL  PARTICIPANTE  TOTAL"
              DELIMITED BY SIZE INTO RegistroNoShow
           END-STRING
           WRITE RegistroNoShow
           PERFORM VARYING CkK FROM 1 BY 1 UNTIL CkK > CountNsPes
               MOVE SPACES TO RegistroNoShow
               MOVE 1 TO PtrLinha
               STRING NsPesNomeArr(CkK) "  " NsPesDeptoArr(CkK)
                  "  " DELIMITED BY SIZE
                  INTO RegistroNoShow WITH POINTER PtrLinha
               END-STRING
               MOVE NsPesRespArr(CkK) TO NsQtdEd
               STRING "      " NsQtdEd DELIMITED BY SIZE
                  INTO RegistroNoShow WITH POINTER PtrLinha
               END-STRING
               MOVE NsPesAusArr(CkK) TO NsQtdEd
               STRING "         " NsQtdEd DELIMITED BY SIZE
                  INTO RegistroNoShow WITH POINTER PtrLinha
               END-STRING
               MOVE NsPesTotArr(CkK) TO NsQtdEd
               STRING "  " NsQtdEd DELIMITED BY SIZE
                  INTO RegistroNoShow WITH POINTER PtrLinha
               END-STRING
               IF NsPesTotArr(CkK) > 1
                   STRING "  REINCIDENTE" DELIMITED BY SIZE
                      INTO RegistroNoShow WITH POINTER PtrLinha
                   END-STRING
               END-IF
               WRITE RegistroNoShow
           END-PERFORM
           MOVE SPACES TO RegistroNoShow
           WRITE RegistroNoShow
           MOVE "---- NO-SHOW POR DEPARTAMENTO ----" TO RegistroNoShow
           WRITE RegistroNoShow
           MOVE "DEPARTAMENTO          OCORRENCIAS" TO RegistroNoShow
           WRITE RegistroNoShow
           PERFORM VARYING CkK FROM 1 BY 1 UNTIL CkK > CountNsDep
               MOVE NsDepQtdArr(CkK) TO NsQtdEd
               MOVE SPACES TO RegistroNoShow
               STRING NsDepNomeArr(CkK) "        " NsQtdEd
                  DELIMITED BY SIZE INTO RegistroNoShow
               END-STRING
               WRITE RegistroNoShow
           END-PERFORM
           IF CountNsRec = 0 AND CountNsPes = 0
               MOVE SPACES TO RegistroNoShow
               WRITE RegistroNoShow
               MOVE "NENHUM NO-SHOW NO PERIODO." TO RegistroNoShow
               WRITE RegistroNoShow
           END-IF
           CLOSE NoShowFile
           .

       *>----------------- CARREGAR OPERADORES -----------------
       CarregarOperadores.
           MOVE 0 TO CountOper
           OPEN INPUT OperadoresFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ OperadoresFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF CountOper < MaxOper
                               ADD 1 TO CountOper
                               MOVE OperId TO OperIdArr(CountOper)
                               MOVE OperNome TO OperNomeArr(CountOper)
                               MOVE OperPerfil
                                  TO OperPerfilArr(CountOper)
                               MOVE OperSenha
                                  TO OperSenhaArr(CountOper)
                               MOVE OperAtivo
                                  TO OperAtivoArr(CountOper)
                           ELSE
                               DISPLAY "Aviso: limite de " MaxOper
                                  " operadores em memoria atingido - "
                                  "registros adicionais nao foram "
                                  "carregados."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperadoresFile
           END-IF
           .

       *>----------------- REGRAVAR OPERADORES -----------------
       RegravarOperadores.
           OPEN OUTPUT OperadoresFile
           PERFORM VARYING OperK FROM 1 BY 1 UNTIL OperK > CountOper
               MOVE OperIdArr(OperK) TO OperId
               MOVE OperNomeArr(OperK) TO OperNome
               MOVE OperPerfilArr(OperK) TO OperPerfil
               MOVE OperSenhaArr(OperK) TO OperSenha
               MOVE OperAtivoArr(OperK) TO OperAtivo
               WRITE RegistroOperador
           END-PERFORM
           CLOSE OperadoresFile
           .

       *>----------------- BUSCAR OPERADOR -----------------
       BuscarOperador.
           MOVE 0 TO OperIdx
           PERFORM VARYING OperK FROM 1 BY 1 UNTIL OperK > CountOper
               IF OperIdArr(OperK) = TempOperId
                   MOVE OperK TO OperIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       *>----------------- OBTER NIVEL DO PERFIL -----------------
       ObterNivelPerfil.
           EVALUATE TempOperPerfil
               WHEN "CONSULTA"      MOVE 1 TO TempNivel
               WHEN "AGENDAMENTO"   MOVE 2 TO TempNivel
               WHEN "APROVADOR"     MOVE 3 TO TempNivel
               WHEN "ADMINISTRADOR" MOVE 4 TO TempNivel
               WHEN OTHER           MOVE 0 TO TempNivel
           END-EVALUATE
           .

       *>----------------- IDENTIFICAR OPERADOR -----------------
       IdentificarOperador.
           IF ModoBatch = 'S'
               MOVE OperBatch TO TempOperId
               PERFORM BuscarOperador
               MOVE 0 TO TempNivel
               IF OperIdx > 0
                   MOVE OperPerfilArr(OperIdx) TO TempOperPerfil
                   PERFORM ObterNivelPerfil
               END-IF
               IF OperIdx = 0 OR TempNivel = 0 OR
                  OperAtivoArr(OperIdx) NOT = 'S'
                   DISPLAY "Operador de servico "
                      FUNCTION TRIM(OperBatch) " nao cadastrado ou "
                      "inativo em AgendaOperadores.dat - execucao "
                      "batch abortada."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM AssumirOperador
           ELSE
               IF CountOper = 0
                   PERFORM CadastrarAdminInicial
               END-IF
               MOVE 0 TO TentativasOper
               MOVE 'N' TO OperOk
               PERFORM UNTIL OperOk = 'S' OR TentativasOper >= 3
                   DISPLAY "Operador: "
                   ACCEPT TempOperId
                   DISPLAY "Senha: "
                   ACCEPT TempOperSenha
                   ADD 1 TO TentativasOper
                   PERFORM BuscarOperador
                   MOVE 0 TO TempNivel
                   IF OperIdx > 0
                       MOVE OperPerfilArr(OperIdx) TO TempOperPerfil
                       PERFORM ObterNivelPerfil
                   END-IF
                   IF OperIdx > 0 AND TempNivel > 0 AND
                      OperAtivoArr(OperIdx) = 'S' AND
                      OperSenhaArr(OperIdx) = TempOperSenha
                       MOVE 'S' TO OperOk
                   ELSE
                       DISPLAY "Operador ou senha invalidos."
                   END-IF
               END-PERFORM
               IF OperOk NOT = 'S'
                   DISPLAY "Acesso negado - sessao encerrada."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM AssumirOperador
               DISPLAY "Bem-vindo, " FUNCTION TRIM(OperNomeAtual)
                  " (perfil " FUNCTION TRIM(OperPerfilAtual) ")."
           END-IF
           .

       *>----------------- ASSUMIR OPERADOR DA SESSAO -----------------
       AssumirOperador.
           MOVE OperIdArr(OperIdx) TO OperAtual
           MOVE OperNomeArr(OperIdx) TO OperNomeAtual
           MOVE OperPerfilArr(OperIdx) TO OperPerfilAtual
           MOVE TempNivel TO OperNivel
           .

       *>----------------- CADASTRAR ADMINISTRADOR INICIAL --------------
       CadastrarAdminInicial.
           DISPLAY "Nenhum operador cadastrado - cadastre o "
              "administrador da agenda."
           MOVE SPACES TO TempOperId
           PERFORM UNTIL TempOperId NOT = SPACES
               DISPLAY "Identificacao do operador: "
               ACCEPT TempOperId
           END-PERFORM
           DISPLAY "Nome: "
           ACCEPT TempOperNome
           MOVE SPACES TO TempOperSenha
           PERFORM UNTIL TempOperSenha NOT = SPACES
               DISPLAY "Senha: "
               ACCEPT TempOperSenha
           END-PERFORM
           MOVE 1 TO CountOper
           MOVE TempOperId TO OperIdArr(1)
           MOVE TempOperNome TO OperNomeArr(1)
           MOVE "ADMINISTRADOR" TO OperPerfilArr(1)
           MOVE TempOperSenha TO OperSenhaArr(1)
           MOVE 'S' TO OperAtivoArr(1)
           PERFORM RegravarOperadores
           DISPLAY "Administrador " FUNCTION TRIM(TempOperId)
              " cadastrado."
           .

       *>----------------- CADASTRO DE OPERADORES -----------------
       CadastroOperadores.
           MOVE 9 TO OpcaoOper
           PERFORM UNTIL OpcaoOper = 0
               DISPLAY "---- CADASTRO DE OPERADORES ----"
               DISPLAY "1 - Incluir"
               DISPLAY "2 - Listar"
               DISPLAY "3 - Alterar"
               DISPLAY "0 - Voltar"
               ACCEPT OpcaoOper
               EVALUATE OpcaoOper
                   WHEN 1 PERFORM IncluirOperador
                   WHEN 2 PERFORM ListarOperadores
                   WHEN 3 PERFORM AlterarOperador
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM
           .

       *>----------------- SELECIONAR PERFIL -----------------
       SelecionarPerfil.
           MOVE 0 TO TempNivel
           PERFORM UNTIL TempNivel > 0
               DISPLAY "Perfil (CONSULTA, AGENDAMENTO, APROVADOR, "
                  "ADMINISTRADOR): "
               ACCEPT TempOperPerfil
               MOVE FUNCTION UPPER-CASE(TempOperPerfil)
                  TO TempOperPerfil
               PERFORM ObterNivelPerfil
               IF TempNivel = 0
                   DISPLAY "Perfil invalido."
               END-IF
           END-PERFORM
           .

       *>----------------- INCLUIR OPERADOR -----------------
       IncluirOperador.
           IF CountOper >= MaxOper
               DISPLAY "Capacidade maxima do cadastro atingida - "
                  "operador nao incluido."
           ELSE
               DISPLAY "Identificacao do operador: "
               MOVE SPACES TO TempOperId
               ACCEPT TempOperId
               PERFORM BuscarOperador
               IF TempOperId = SPACES
                   DISPLAY "Identificacao invalida."
               ELSE
                   IF OperIdx > 0
                       DISPLAY "Operador ja cadastrado."
                   ELSE
                       DISPLAY "Nome: "
                       ACCEPT TempOperNome
                       PERFORM SelecionarPerfil
                       MOVE SPACES TO TempOperSenha
                       PERFORM UNTIL TempOperSenha NOT = SPACES
                           DISPLAY "Senha: "
                           ACCEPT TempOperSenha
                       END-PERFORM
                       ADD 1 TO CountOper
                       MOVE TempOperId TO OperIdArr(CountOper)
                       MOVE TempOperNome TO OperNomeArr(CountOper)
                       MOVE TempOperPerfil TO OperPerfilArr(CountOper)
                       MOVE TempOperSenha TO OperSenhaArr(CountOper)
                       MOVE 'S' TO OperAtivoArr(CountOper)
                       PERFORM RegravarOperadores
                       DISPLAY "Operador incluido."
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- LISTAR OPERADORES -----------------
       ListarOperadores.
           PERFORM VARYING OperK FROM 1 BY 1 UNTIL OperK > CountOper
               DISPLAY OperIdArr(OperK) " - " OperNomeArr(OperK)
                  " | " OperPerfilArr(OperK) " | ATIVO: "
                  OperAtivoArr(OperK)
           END-PERFORM
           .

       *>----------------- ALTERAR OPERADOR -----------------
       AlterarOperador.
           DISPLAY "Identificacao do operador: "
           ACCEPT TempOperId
           PERFORM BuscarOperador
           IF OperIdx = 0
               DISPLAY "Operador nao encontrado."
           ELSE
               DISPLAY "Dados atuais: " OperNomeArr(OperIdx) " | "
                  OperPerfilArr(OperIdx) " | ATIVO: "
                  OperAtivoArr(OperIdx)
               MOVE OperPerfilArr(OperIdx) TO TempOperPerfil
               DISPLAY "Trocar o perfil (S/N)? "
               ACCEPT RespTroca
               IF RespTroca = 'S' OR RespTroca = 's'
                   PERFORM SelecionarPerfil
               END-IF
               DISPLAY "Nova senha (vazio mantem): "
               MOVE SPACES TO TempOperSenha
               ACCEPT TempOperSenha
               DISPLAY "Ativo (S/N, vazio mantem): "
               MOVE SPACE TO TempOperAtivo
               ACCEPT TempOperAtivo
               IF TempOperAtivo = 's'
                   MOVE 'S' TO TempOperAtivo
               END-IF
               IF TempOperAtivo = 'n'
                   MOVE 'N' TO TempOperAtivo
               END-IF
               IF TempOperAtivo NOT = 'S' AND TempOperAtivo NOT = 'N'
                   MOVE OperAtivoArr(OperIdx) TO TempOperAtivo
               END-IF
               MOVE 0 TO QtdAdminAtivos
               PERFORM VARYING OperK FROM 1 BY 1
                   UNTIL OperK > CountOper
                   IF OperK = OperIdx
                       IF TempOperPerfil = "ADMINISTRADOR" AND
                          TempOperAtivo = 'S'
                           ADD 1 TO QtdAdminAtivos
                       END-IF
                   ELSE
                       IF OperPerfilArr(OperK) = "ADMINISTRADOR" AND
                          OperAtivoArr(OperK) = 'S'
                           ADD 1 TO QtdAdminAtivos
                       END-IF
                   END-IF
               END-PERFORM
               IF QtdAdminAtivos = 0
                   DISPLAY "Alteracao recusada - a agenda ficaria sem "
                      "administrador ativo."
               ELSE
                   MOVE TempOperPerfil TO OperPerfilArr(OperIdx)
                   MOVE TempOperAtivo TO OperAtivoArr(OperIdx)
                   IF TempOperSenha NOT = SPACES
                       MOVE TempOperSenha TO OperSenhaArr(OperIdx)
                   END-IF
                   PERFORM RegravarOperadores
                   DISPLAY "Operador alterado."
               END-IF
           END-IF
           .

       *>----------------- CARREGAR CATALOGO DE SERVICOS ---------------
       CarregarServicos.
           MOVE 0 TO CountServ
           OPEN INPUT ServicosFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ ServicosFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF CountServ < MaxServ
                               ADD 1 TO CountServ
                               MOVE ServCod TO ServCodArr(CountServ)
                               MOVE ServDesc TO ServDescArr(CountServ)
                               MOVE ServFornec
                                  TO ServFornecArr(CountServ)
                               IF ServAntec IS NUMERIC
                                   MOVE ServAntec
                                      TO ServAntecArr(CountServ)
                               ELSE
                                   MOVE 0 TO ServAntecArr(CountServ)
                               END-IF
                           ELSE
                               DISPLAY "Aviso: limite de " MaxServ
                                  " servicos em memoria atingido - "
                                  "registros adicionais do catalogo "
                                  "nao foram carregados."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ServicosFile
           END-IF
           .

       *>----------------- REGRAVAR CATALOGO DE SERVICOS ---------------
       RegravarServicos.
           OPEN OUTPUT ServicosFile
           PERFORM VARYING ServK FROM 1 BY 1 UNTIL ServK > CountServ
               MOVE ServCodArr(ServK) TO ServCod
               MOVE ServDescArr(ServK) TO ServDesc
               MOVE ServFornecArr(ServK) TO ServFornec
               MOVE ServAntecArr(ServK) TO ServAntec
               WRITE RegistroServico
           END-PERFORM
           CLOSE ServicosFile
           .

       *>----------------- BUSCAR SERVICO -----------------
       BuscarServico.
           MOVE 0 TO ServIdx
           PERFORM VARYING ServK FROM 1 BY 1 UNTIL ServK > CountServ
               IF ServCodArr(ServK) = TempServCod
                   MOVE ServK TO ServIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       *>----------------- CATALOGO DE SERVICOS -----------------
       CatalogoServicos.
           MOVE 9 TO OpcaoServ
           PERFORM UNTIL OpcaoServ = 0
               DISPLAY "---- CATALOGO DE SERVICOS ----"
               DISPLAY "1 - Incluir"
               DISPLAY "2 - Listar"
               DISPLAY "3 - Alterar"
               DISPLAY "0 - Voltar"
               ACCEPT OpcaoServ
               EVALUATE OpcaoServ
                   WHEN 1 PERFORM IncluirServico
                   WHEN 2 PERFORM ListarServicos
                   WHEN 3 PERFORM AlterarServico
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM
           .

       *>----------------- INCLUIR SERVICO -----------------
       IncluirServico.
           IF CountServ >= MaxServ
               DISPLAY "Capacidade maxima do catalogo atingida - "
                  "servico nao incluido."
           ELSE
               DISPLAY "Codigo do servico: "
               MOVE SPACES TO TempServCod
               ACCEPT TempServCod
               MOVE FUNCTION UPPER-CASE(TempServCod) TO TempServCod
               PERFORM BuscarServico
               IF TempServCod = SPACES
                   DISPLAY "Codigo invalido."
               ELSE
                   IF ServIdx > 0
                       DISPLAY "Servico ja cadastrado."
                   ELSE
                       DISPLAY "Descricao: "
                       ACCEPT TempServDesc
                       DISPLAY "Fornecedor: "
                       ACCEPT TempServFornec
                       DISPLAY "Antecedencia minima (horas): "
                       ACCEPT TempServAntec
                       ADD 1 TO CountServ
                       MOVE TempServCod TO ServCodArr(CountServ)
                       MOVE TempServDesc TO ServDescArr(CountServ)
                       MOVE TempServFornec TO ServFornecArr(CountServ)
                       MOVE TempServAntec TO ServAntecArr(CountServ)
                       PERFORM RegravarServicos
                       DISPLAY "Servico incluido."
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- LISTAR SERVICOS -----------------
       ListarServicos.
           IF CountServ = 0
               DISPLAY "Catalogo de servicos vazio."
           ELSE
               PERFORM VARYING ServK FROM 1 BY 1 UNTIL ServK > CountServ
                   DISPLAY ServCodArr(ServK) " - " ServDescArr(ServK)
                      " | " FUNCTION TRIM(ServFornecArr(ServK))
                      " | " ServAntecArr(ServK) "h"
               END-PERFORM
           END-IF
           .

       *>----------------- ALTERAR SERVICO -----------------
       AlterarServico.
           DISPLAY "Codigo do servico: "
           ACCEPT TempServCod
           MOVE FUNCTION UPPER-CASE(TempServCod) TO TempServCod
           PERFORM BuscarServico
           IF ServIdx = 0
               DISPLAY "Servico nao encontrado."
           ELSE
               DISPLAY "Dados atuais: " ServDescArr(ServIdx) " | "
                  FUNCTION TRIM(ServFornecArr(ServIdx)) " | "
                  ServAntecArr(ServIdx) "h"
               DISPLAY "Nova Descricao (vazio mantem): "
               MOVE SPACES TO TempServDesc
               ACCEPT TempServDesc
               IF TempServDesc NOT = SPACES
                   MOVE TempServDesc TO ServDescArr(ServIdx)
               END-IF
               DISPLAY "Novo Fornecedor (vazio mantem): "
               MOVE SPACES TO TempServFornec
               ACCEPT TempServFornec
               IF TempServFornec NOT = SPACES
                   MOVE TempServFornec TO ServFornecArr(ServIdx)
               END-IF
               DISPLAY "Nova Antecedencia em horas (atual "
                  ServAntecArr(ServIdx) "): "
               MOVE ServAntecArr(ServIdx) TO TempServAntec
               ACCEPT TempServAntec
               MOVE TempServAntec TO ServAntecArr(ServIdx)
               PERFORM RegravarServicos
               DISPLAY "Servico alterado."
           END-IF
           .

       *>----------------- PEDIDOS DE SERVICO -----------------
       PedidosServico.
           MOVE 9 TO OpcaoServ
           PERFORM UNTIL OpcaoServ = 0
               DISPLAY "---- PEDIDOS DE SERVICO ----"
               DISPLAY "1 - Incluir/Atualizar Pedido"
               DISPLAY "2 - Listar Pedidos do Compromisso"
               DISPLAY "3 - Cancelar Pedido"
               DISPLAY "0 - Voltar"
               ACCEPT OpcaoServ
               EVALUATE OpcaoServ
                   WHEN 1 PERFORM IncluirPedido
                   WHEN 2 PERFORM ListarPedidosComp
                   WHEN 3 PERFORM CancelarPedido
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM
           .

       *>----------------- SELECIONAR COMPROMISSO DO PEDIDO -------------
       SelecionarCompPedido.
           PERFORM SelecionarRecurso
           DISPLAY "Data do Compromisso (AAAAMMDD): "
           ACCEPT TempDate
           DISPLAY "Hora do Compromisso (HHMM): "
           ACCEPT TempHora
           MOVE TempDate TO DataPesq
           MOVE TempHora TO HoraPesq
           MOVE TempRecurso TO RecursoPesq
           PERFORM BuscarCompAgenda
           IF BuscaIdx = 0
               DISPLAY "Compromisso nao encontrado."
           END-IF
           .

       *>----------------- INCLUIR PEDIDO -----------------
       IncluirPedido.
           IF CountServ = 0
               DISPLAY "Catalogo de servicos vazio - cadastre os "
                  "servicos antes de pedir."
           ELSE
               PERFORM SelecionarCompPedido
               IF BuscaIdx > 0
                   IF SituArr(BuscaIdx) = 'R'
                       DISPLAY "Compromisso rejeitado - pedido nao "
                          "permitido."
                   ELSE
                       PERFORM ListarServicos
                       DISPLAY "Codigo do servico: "
                       ACCEPT TempServCod
                       MOVE FUNCTION UPPER-CASE(TempServCod)
                          TO TempServCod
                       PERFORM BuscarServico
                       IF ServIdx = 0
                           DISPLAY "Servico nao cadastrado."
                       ELSE
                           PERFORM VerificarAntecedencia
                           IF PrazoOk NOT = 'S'
                               DISPLAY "Pedido recusado - "
                                  FUNCTION TRIM(ServFornecArr(ServIdx))
                                  " exige " ServAntecArr(ServIdx)
                                  " hora(s) de antecedencia."
                           ELSE
                               PERFORM GravarPedido
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- VERIFICAR ANTECEDENCIA -----------------
       VerificarAntecedencia.
           MOVE FUNCTION CURRENT-DATE(9:4) TO HoraHHMM
           PERFORM ConverterHoraMin
           MOVE MinutosConv TO PedMinAgora
           MOVE TempHora TO HoraHHMM
           PERFORM ConverterHoraMin
           COMPUTE PedMinFalta =
              (FUNCTION INTEGER-OF-DATE(TempDate) -
               FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))) * 1440
              + MinutosConv - PedMinAgora
           IF PedMinFalta < ServAntecArr(ServIdx) * 60
               MOVE 'N' TO PrazoOk
           ELSE
               MOVE 'S' TO PrazoOk
           END-IF
           .

       *>----------------- GRAVAR PEDIDO -----------------
       GravarPedido.
           MOVE 0 TO TempPedQtd
           PERFORM UNTIL TempPedQtd > 0
               DISPLAY "Quantidade: "
               ACCEPT TempPedQtd
           END-PERFORM
           DISPLAY "Observacoes: "
           MOVE SPACES TO TempPedObs
           ACCEPT TempPedObs
           PERFORM AbrirPedGravacao
           IF PedArqOk = 'S'
               MOVE TempDate TO DataPed
               MOVE TempHora TO HoraPed
               MOVE TempRecurso TO RecursoPed
               MOVE TempServCod TO ServPed
               READ PedidosFile
                   INVALID KEY
                       MOVE TempPedQtd TO PedQtd
                       MOVE TempPedObs TO PedObs
                       MOVE 'A' TO PedSitu
                       MOVE FUNCTION CURRENT-DATE(1:8) TO PedIncData
                       MOVE FUNCTION CURRENT-DATE(9:4) TO PedIncHora
                       MOVE PedIncData TO PedAltData
                       MOVE PedIncHora TO PedAltHora
                       MOVE OperAtual TO PedOper
                       WRITE RegistroPedido
                           INVALID KEY CONTINUE
                       END-WRITE
                       DISPLAY "Pedido registrado."
                   NOT INVALID KEY
                       MOVE TempPedQtd TO PedQtd
                       MOVE TempPedObs TO PedObs
                       MOVE 'A' TO PedSitu
                       MOVE FUNCTION CURRENT-DATE(1:8) TO PedAltData
                       MOVE FUNCTION CURRENT-DATE(9:4) TO PedAltHora
                       MOVE OperAtual TO PedOper
                       REWRITE RegistroPedido
                           INVALID KEY CONTINUE
                       END-REWRITE
                       DISPLAY "Pedido atualizado."
               END-READ
               CLOSE PedidosFile
           END-IF
           .

       *>----------------- ABRIR PEDIDOS PARA GRAVAR -----------------
       AbrirPedGravacao.
           OPEN I-O PedidosFile
           IF FileStatus = "35"
               OPEN OUTPUT PedidosFile
               CLOSE PedidosFile
               OPEN I-O PedidosFile
           END-IF
           IF FileStatus = "00"
               MOVE 'S' TO PedArqOk
           ELSE
               MOVE 'N' TO PedArqOk
               DISPLAY "Erro ao abrir AgendaPedidosServ.dat (status "
                  FileStatus ") - pedidos de servico nao gravados."
           END-IF
           .

       *>----------------- LISTAR PEDIDOS DO COMPROMISSO ---------------
       ListarPedidosComp.
           PERFORM SelecionarCompPedido
           IF BuscaIdx > 0
               PERFORM CarregarPedComp
               IF CountPedComp = 0
                   DISPLAY "Nenhum pedido de servico para o "
                      "compromisso."
               END-IF
               PERFORM VARYING PedK FROM 1 BY 1
                   UNTIL PedK > CountPedComp
                   MOVE PcServArr(PedK) TO TempServCod
                   PERFORM BuscarServico
                   IF PcSituArr(PedK) = 'A'
                       MOVE "ATIVO" TO PedMarca
                   ELSE
                       MOVE "CANCELADO" TO PedMarca
                   END-IF
                   IF ServIdx > 0
                       DISPLAY PcServArr(PedK) " - "
                          ServDescArr(ServIdx) " Qtd:" PcQtdArr(PedK)
                          " " FUNCTION TRIM(PcObsArr(PedK)) " ["
                          FUNCTION TRIM(PedMarca) "]"
                   ELSE
                       DISPLAY PcServArr(PedK) " Qtd:" PcQtdArr(PedK)
                          " " FUNCTION TRIM(PcObsArr(PedK)) " ["
                          FUNCTION TRIM(PedMarca) "]"
                   END-IF
               END-PERFORM
           END-IF
           .

       *>----------------- CANCELAR PEDIDO -----------------
       CancelarPedido.
           PERFORM SelecionarCompPedido
           IF BuscaIdx > 0
               DISPLAY "Codigo do servico: "
               ACCEPT TempServCod
               MOVE FUNCTION UPPER-CASE(TempServCod) TO TempServCod
               PERFORM AbrirPedGravacao
               IF PedArqOk = 'S'
                   MOVE TempDate TO DataPed
                   MOVE TempHora TO HoraPed
                   MOVE TempRecurso TO RecursoPed
                   MOVE TempServCod TO ServPed
                   READ PedidosFile
                       INVALID KEY
                           DISPLAY "Pedido nao encontrado."
                       NOT INVALID KEY
                           IF PedSitu NOT = 'A'
                               DISPLAY "Pedido ja cancelado."
                           ELSE
                               MOVE 'C' TO PedSitu
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                  TO PedAltData
                               MOVE FUNCTION CURRENT-DATE(9:4)
                                  TO PedAltHora
                               MOVE OperAtual TO PedOper
                               REWRITE RegistroPedido
                                   INVALID KEY CONTINUE
                               END-REWRITE
                               DISPLAY "Pedido cancelado."
                           END-IF
                   END-READ
                   CLOSE PedidosFile
               END-IF
           END-IF
           .

       *>----------------- CARREGAR PEDIDOS DA CHAVE -----------------
       CarregarPedComp.
           MOVE 0 TO CountPedComp
           OPEN INPUT PedidosFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF FileStatus NOT = "00"
                   DISPLAY "Erro ao abrir AgendaPedidosServ.dat "
                      "(status " FileStatus ")."
               ELSE
                   MOVE DataPesq TO DataPed
                   MOVE HoraPesq TO HoraPed
                   MOVE RecursoPesq TO RecursoPed
                   MOVE LOW-VALUES TO ServPed
                   START PedidosFile KEY IS >= ChavePed
                       INVALID KEY MOVE "10" TO FileStatus
                   END-START
                   PERFORM UNTIL FileStatus = "10"
                       READ PedidosFile NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF DataPed = DataPesq AND
                                  HoraPed = HoraPesq AND
                                  RecursoPed = RecursoPesq
                                   IF CountPedComp < MaxPedComp
                                       ADD 1 TO CountPedComp
                                       MOVE ServPed
                                          TO PcServArr(CountPedComp)
                                       MOVE PedQtd
                                          TO PcQtdArr(CountPedComp)
                                       MOVE PedObs
                                          TO PcObsArr(CountPedComp)
                                       MOVE PedSitu
                                          TO PcSituArr(CountPedComp)
                                       MOVE PedIncData
                                          TO PcIncDataArr(CountPedComp)
                                       MOVE PedIncHora
                                          TO PcIncHoraArr(CountPedComp)
                                   END-IF
                               ELSE
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PedidosFile
               END-IF
           END-IF
           .

       *>----------------- SUSPENDER PEDIDOS NA REMOCAO -----------------
       SuspenderPedidosComp.
           MOVE TempDate TO DataPesq
           MOVE TempHora TO HoraPesq
           MOVE TempRecurso TO RecursoPesq
           PERFORM CarregarPedComp
           IF CountPedComp > 0
               PERFORM AbrirPedGravacao
           END-IF
           IF CountPedComp > 0 AND PedArqOk = 'S'
               MOVE 0 TO QtdPedMov
               PERFORM VARYING PedK FROM 1 BY 1
                   UNTIL PedK > CountPedComp
                   IF PcSituArr(PedK) = 'A'
                       MOVE TempDate TO DataPed
                       MOVE TempHora TO HoraPed
                       MOVE TempRecurso TO RecursoPed
                       MOVE PcServArr(PedK) TO ServPed
                       READ PedidosFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'R' TO PedSitu
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                  TO PedAltData
                               MOVE FUNCTION CURRENT-DATE(9:4)
                                  TO PedAltHora
                               MOVE OperAtual TO PedOper
                               REWRITE RegistroPedido
                                   INVALID KEY CONTINUE
                               END-REWRITE
                               ADD 1 TO QtdPedMov
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PedidosFile
               IF QtdPedMov > 0
                   DISPLAY QtdPedMov " pedido(s) de servico "
                      "cancelado(s) junto com o compromisso."
               END-IF
           END-IF
           .

       *>----------------- REATIVAR PEDIDOS NA RESTAURACAO -------------
       ReativarPedidosComp.
           MOVE TempDate TO DataPesq
           MOVE TempHora TO HoraPesq
           MOVE TempRecurso TO RecursoPesq
           PERFORM CarregarPedComp
           IF CountPedComp > 0
               PERFORM AbrirPedGravacao
           END-IF
           IF CountPedComp > 0 AND PedArqOk = 'S'
               MOVE 0 TO QtdPedMov
               PERFORM VARYING PedK FROM 1 BY 1
                   UNTIL PedK > CountPedComp
                   IF PcSituArr(PedK) = 'R'
                       MOVE TempDate TO DataPed
                       MOVE TempHora TO HoraPed
                       MOVE TempRecurso TO RecursoPed
                       MOVE PcServArr(PedK) TO ServPed
                       READ PedidosFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'A' TO PedSitu
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                  TO PedAltData
                               MOVE FUNCTION CURRENT-DATE(9:4)
                                  TO PedAltHora
                               MOVE OperAtual TO PedOper
                               REWRITE RegistroPedido
                                   INVALID KEY CONTINUE
                               END-REWRITE
                               ADD 1 TO QtdPedMov
                       END-READ
                       MOVE PcServArr(PedK) TO TempServCod
                       PERFORM BuscarServico
                       IF ServIdx > 0
                           PERFORM VerificarAntecedencia
                           IF PrazoOk NOT = 'S'
                               DISPLAY "Aviso: pedido " PcServArr(PedK)
                                  " reativado dentro do prazo de "
                                  "antecedencia de "
                                  FUNCTION TRIM(ServFornecArr(ServIdx))
                                  " - confirme com o fornecedor."
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PedidosFile
               IF QtdPedMov > 0
                   DISPLAY QtdPedMov " pedido(s) de servico "
                      "reativado(s)."
               END-IF
           END-IF
           .

       *>----------------- REENCADEAR PEDIDOS DE SERVICO ---------------
       ReencadearPedidos.
           MOVE 0 TO CountPedComp
           IF TempDate NOT = AltDataAnt OR TempHora NOT = AltHoraAnt
              OR TempRecurso NOT = AltRecursoAnt
               MOVE AltDataAnt TO DataPesq
               MOVE AltHoraAnt TO HoraPesq
               MOVE AltRecursoAnt TO RecursoPesq
               PERFORM CarregarPedComp
           END-IF
           IF CountPedComp > 0
               PERFORM AbrirPedGravacao
           END-IF
           IF CountPedComp > 0 AND PedArqOk = 'S'
               MOVE 0 TO QtdPedMov
               MOVE 0 TO QtdPedConflito
               PERFORM VARYING PedK FROM 1 BY 1
                   UNTIL PedK > CountPedComp
                   IF PcSituArr(PedK) = 'A'
                       PERFORM TransferirPedido
                   END-IF
               END-PERFORM
               CLOSE PedidosFile
               IF QtdPedMov > 0
                   DISPLAY QtdPedMov " pedido(s) de servico "
                      "transferido(s) para o novo horario."
               END-IF
               IF QtdPedConflito > 0
                   DISPLAY QtdPedConflito " pedido(s) de servico "
                      "mantido(s) no horario anterior - revise em "
                      "Pedidos de Servico."
               END-IF
           END-IF
           .

       *>----------------- TRANSFERIR PEDIDO DE SERVICO ----------------
       TransferirPedido.
           MOVE 'N' TO PedDestOk
           MOVE TempDate TO DataPed
           MOVE TempHora TO HoraPed
           MOVE TempRecurso TO RecursoPed
           MOVE PcServArr(PedK) TO ServPed
           READ PedidosFile
               INVALID KEY
                   PERFORM MontarPedidoDestino
                   WRITE RegistroPedido
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'S' TO PedDestOk
                   END-WRITE
               NOT INVALID KEY
                   IF PedSitu NOT = 'A'
                       PERFORM MontarPedidoDestino
                       REWRITE RegistroPedido
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE 'S' TO PedDestOk
                       END-REWRITE
                   END-IF
           END-READ
           IF PedDestOk = 'S'
               ADD 1 TO QtdPedMov
               MOVE AltDataAnt TO DataPed
               MOVE AltHoraAnt TO HoraPed
               MOVE AltRecursoAnt TO RecursoPed
               MOVE PcServArr(PedK) TO ServPed
               READ PedidosFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO PedSitu
                       MOVE FUNCTION CURRENT-DATE(1:8) TO PedAltData
                       MOVE FUNCTION CURRENT-DATE(9:4) TO PedAltHora
                       MOVE OperAtual TO PedOper
                       REWRITE RegistroPedido
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               MOVE PcServArr(PedK) TO TempServCod
               PERFORM BuscarServico
               IF ServIdx > 0
                   PERFORM VerificarAntecedencia
                   IF PrazoOk NOT = 'S'
                       DISPLAY "Aviso: pedido " PcServArr(PedK)
                          " fica dentro do prazo de "
                          "antecedencia de "
                          FUNCTION TRIM(ServFornecArr(ServIdx))
                          " - confirme com o fornecedor."
                   END-IF
               END-IF
           ELSE
               ADD 1 TO QtdPedConflito
               DISPLAY "Aviso: servico " PcServArr(PedK)
                  " ja pedido no novo horario - pedido mantido "
                  "ativo no horario anterior."
           END-IF
           .

       *>----------------- MONTAR PEDIDO NO NOVO HORARIO ----------------
       MontarPedidoDestino.
           MOVE TempDate TO DataPed
           MOVE TempHora TO HoraPed
           MOVE TempRecurso TO RecursoPed
           MOVE PcServArr(PedK) TO ServPed
           MOVE PcQtdArr(PedK) TO PedQtd
           MOVE PcObsArr(PedK) TO PedObs
           MOVE 'A' TO PedSitu
           MOVE PcIncDataArr(PedK) TO PedIncData
           MOVE PcIncHoraArr(PedK) TO PedIncHora
           MOVE FUNCTION CURRENT-DATE(1:8) TO PedAltData
           MOVE FUNCTION CURRENT-DATE(9:4) TO PedAltHora
           MOVE OperAtual TO PedOper
           .

       *>----------------- FOLHA DE PEDIDOS (MENU) -----------------
       FolhaPedidosDia.
           DISPLAY "Data da Folha (AAAAMMDD): "
           ACCEPT FolhaData
           PERFORM GerarFolhaPedidos
           .

       *>----------------- GERAR FOLHA DE PEDIDOS DO DIA ----------------
       GerarFolhaPedidos.
           MOVE 0 TO PedTsUltFolha
           OPEN INPUT FolhaCtlFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ FolhaCtlFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF FolhaCtlData = FolhaData
                               COMPUTE PedTsUltFolha =
                                  FolhaCtlTsData * 10000 +
                                  FolhaCtlTsHora
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FolhaCtlFile
           END-IF
           MOVE 0 TO CountPedDia
           MOVE 0 TO CountFornDia
           MOVE 'N' TO PedDiaCapExcedida
           OPEN INPUT PedidosFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF FileStatus NOT = "00"
                   DISPLAY "Erro ao abrir AgendaPedidosServ.dat "
                      "(status " FileStatus ")."
                   MOVE 'S' TO PedDiaCapExcedida
               ELSE
                   MOVE FolhaData TO DataPed
                   MOVE 0 TO HoraPed
                   MOVE LOW-VALUES TO RecursoPed
                   MOVE LOW-VALUES TO ServPed
                   START PedidosFile KEY IS >= ChavePed
                       INVALID KEY MOVE "10" TO FileStatus
                   END-START
                   PERFORM UNTIL FileStatus = "10"
                       READ PedidosFile NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF DataPed NOT = FolhaData
                                   EXIT PERFORM
                               END-IF
                               PERFORM SelecionarPedFolha
                       END-READ
                   END-PERFORM
                   CLOSE PedidosFile
               END-IF
           END-IF
           IF PedDiaCapExcedida = 'S'
               DISPLAY "Aviso: folha de pedidos incompleta - limite "
                  "de " MaxPedDia " pedidos por dia em memoria "
                  "atingido ou arquivo indisponivel."
           END-IF
           PERFORM EmitirFolhaPedidos
           OPEN EXTEND FolhaCtlFile
           IF FileStatus = "35"
               OPEN OUTPUT FolhaCtlFile
               CLOSE FolhaCtlFile
               OPEN EXTEND FolhaCtlFile
           END-IF
           MOVE FolhaData TO FolhaCtlData
           MOVE FUNCTION CURRENT-DATE(1:8) TO FolhaCtlTsData
           MOVE FUNCTION CURRENT-DATE(9:4) TO FolhaCtlTsHora
           WRITE RegistroFolhaCtl
           CLOSE FolhaCtlFile
           DISPLAY "Folha de pedidos de " FolhaData " gravada em "
              "AgendaPedidosDia.txt (" QtdPedFolha " pedido(s))."
           .

       *>----------------- SELECIONAR PEDIDO PARA A FOLHA ---------------
       SelecionarPedFolha.
           COMPUTE PedTsInc = PedIncData * 10000 + PedIncHora
           COMPUTE PedTsAlt = PedAltData * 10000 + PedAltHora
           MOVE SPACES TO PedMarca
           IF PedSitu = 'A'
               IF PedTsUltFolha > 0
                   IF PedTsInc > PedTsUltFolha
                       MOVE "NOVO" TO PedMarca
                   ELSE
                       IF PedTsAlt > PedTsUltFolha
                           MOVE "ALTERADO" TO PedMarca
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF PedTsUltFolha > 0 AND PedTsAlt > PedTsUltFolha AND
                  PedTsInc <= PedTsUltFolha
                   MOVE "CANCELADO" TO PedMarca
               END-IF
           END-IF
           IF PedSitu = 'A' OR PedMarca = "CANCELADO"
               IF CountPedDia < MaxPedDia
                   ADD 1 TO CountPedDia
                   MOVE HoraPed TO PdHoraArr(CountPedDia)
                   MOVE RecursoPed TO PdRecursoArr(CountPedDia)
                   MOVE ServPed TO PdServArr(CountPedDia)
                   MOVE PedQtd TO PdQtdArr(CountPedDia)
                   MOVE PedObs TO PdObsArr(CountPedDia)
                   MOVE PedMarca TO PdMarcaArr(CountPedDia)
                   MOVE ServPed TO TempServCod
                   PERFORM BuscarServico
                   IF ServIdx > 0
                       MOVE ServFornecArr(ServIdx)
                          TO PdFornecArr(CountPedDia)
                       MOVE ServDescArr(ServIdx)
                          TO PdDescServArr(CountPedDia)
                   ELSE
                       MOVE "FORNECEDOR NAO CADASTRADO"
                          TO PdFornecArr(CountPedDia)
                       MOVE SPACES TO PdDescServArr(CountPedDia)
                   END-IF
                   MOVE 0 TO FornPos
                   PERFORM VARYING FornK FROM 1 BY 1
                       UNTIL FornK > CountFornDia
                       IF FornDiaArr(FornK) = PdFornecArr(CountPedDia)
                           MOVE FornK TO FornPos
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF FornPos = 0
                       ADD 1 TO CountFornDia
                       MOVE PdFornecArr(CountPedDia)
                          TO FornDiaArr(CountFornDia)
                   END-IF
               ELSE
                   MOVE 'S' TO PedDiaCapExcedida
               END-IF
           END-IF
           .

       *>----------------- EMITIR FOLHA DE PEDIDOS -----------------
       EmitirFolhaPedidos.
           MOVE 0 TO QtdPedFolha
           OPEN OUTPUT FolhaFile
           IF CountFornDia = 0
               PERFORM CabecalhoFolha
               MOVE "NENHUM PEDIDO DE SERVICO PARA O DIA."
                  TO RegistroFolha
               WRITE RegistroFolha
           END-IF
           PERFORM VARYING FornK FROM 1 BY 1 UNTIL FornK > CountFornDia
               PERFORM CabecalhoFolha
               MOVE SPACES TO RegistroFolha
               STRING "FORNECEDOR: " FornDiaArr(FornK)
                  DELIMITED BY SIZE INTO RegistroFolha
               END-STRING
               WRITE RegistroFolha
               MOVE SPACES TO RegistroFolha
               WRITE RegistroFolha
               MOVE SPACES TO RegistroFolha
               STRING "HORA  RECURSO               SERVICO     "
                  "DESCRICAO                       QTD  "
                  "OBSERVACOES                               SITUACAO"
                  DELIMITED BY SIZE INTO RegistroFolha
               END-STRING
               WRITE RegistroFolha
               MOVE 0 TO QtdPedFornec
               PERFORM VARYING PedK FROM 1 BY 1
                   UNTIL PedK > CountPedDia
                   IF PdFornecArr(PedK) = FornDiaArr(FornK)
                       MOVE SPACES TO RegistroFolha
                       STRING PdHoraArr(PedK) "  " PdRecursoArr(PedK)
                          "  " PdServArr(PedK) "  "
                          PdDescServArr(PedK) "  " PdQtdArr(PedK)
                          "  " PdObsArr(PedK) "  " PdMarcaArr(PedK)
                          DELIMITED BY SIZE INTO RegistroFolha
                       END-STRING
                       WRITE RegistroFolha
                       ADD 1 TO QtdPedFornec
                       ADD 1 TO QtdPedFolha
                   END-IF
               END-PERFORM
               MOVE SPACES TO RegistroFolha
               WRITE RegistroFolha
               MOVE SPACES TO RegistroFolha
               STRING "TOTAL DE PEDIDOS DO FORNECEDOR: " QtdPedFornec
                  DELIMITED BY SIZE INTO RegistroFolha
               END-STRING
               WRITE RegistroFolha
               MOVE SPACES TO RegistroFolha
               WRITE RegistroFolha
           END-PERFORM
           CLOSE FolhaFile
           .

       *>----------------- CABECALHO DA FOLHA DE PEDIDOS ----------------
       CabecalhoFolha.
           MOVE ALL "=" TO RegistroFolha
           WRITE RegistroFolha
           MOVE SPACES TO RegistroFolha
           IF PedTsUltFolha = 0
               STRING "  PEDIDOS DE SERVICO DO DIA  " FolhaData
                  "  (PRIMEIRA FOLHA DO DIA)"
                  DELIMITED BY SIZE INTO RegistroFolha
               END-STRING
           ELSE
               STRING "  PEDIDOS DE SERVICO DO DIA  " FolhaData
                  "  (MARCADAS AS MUDANCAS DESDE A FOLHA DE "
                  PedTsUltFolha ")"
                  DELIMITED BY SIZE INTO RegistroFolha
               END-STRING
           END-IF
           WRITE RegistroFolha
           MOVE ALL "=" TO RegistroFolha
           WRITE RegistroFolha
           .

       *>----------------- GERAR EXTRATO INCREMENTAL -----------------
       GerarDelta.
           MOVE 'N' TO DeltaFalha
           MOVE 0 TO DeltaSeq
           MOVE 0 TO DeltaPosCtl
           MOVE 0 TO DeltaTsCtl
           MOVE SPACES TO DeltaUltLogCtl
           OPEN INPUT DeltaCtlFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ DeltaCtlFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE DcSeq TO DeltaSeq
                           MOVE DcPos TO DeltaPosCtl
                           COMPUTE DeltaTsCtl =
                              DcTsData * 10000 + DcTsHora
                           MOVE DcUltLog TO DeltaUltLogCtl
                   END-READ
               END-PERFORM
               CLOSE DeltaCtlFile
           END-IF
           ADD 1 TO DeltaSeq
           PERFORM LocalizarPosDelta
           IF DeltaFalha = 'N'
               MOVE SPACES TO DeltaNomeArq
               STRING "AgendaDelta." DeltaSeq DELIMITED BY SIZE
                  INTO DeltaNomeArq
               END-STRING
               OPEN OUTPUT DeltaFile
               IF FileStatus = "00"
                   PERFORM GravarArquivoDelta
               ELSE
                   DISPLAY "Erro ao criar "
                      FUNCTION TRIM(DeltaNomeArq) " (status "
                      FileStatus ") - extrato nao gerado."
                   MOVE 'S' TO DeltaFalha
               END-IF
           END-IF
           .

       *>----------------- GRAVAR ARQUIVO DO EXTRATO -----------------
       GravarArquivoDelta.
           MOVE DeltaSeq TO HdSeq
           MOVE FUNCTION CURRENT-DATE(1:8) TO HdData
           MOVE FUNCTION CURRENT-DATE(9:4) TO HdHora
           MOVE DeltaPosIni TO HdPosIni
           MOVE DeltaPos TO HdPosFim
           MOVE DeltaRecarga TO HdRecarga
           MOVE CabDelta TO RegistroDelta
           WRITE RegistroDelta
           MOVE DeltaSeq TO TrSeq
           MOVE 0 TO TrQtdDet TrQtdPart TrQtdInc TrQtdAlt TrQtdApr
                     TrQtdRej TrQtdRem TrQtdRes
           MOVE 0 TO DeltaNumDet
           MOVE 0 TO DeltaPos
           OPEN INPUT LogFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ LogFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO DeltaPos
                           IF DeltaPos > DeltaPosIni
                               PERFORM EmitirDetalheDelta
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LogFile
           END-IF
           MOVE TrlDelta TO RegistroDelta
           WRITE RegistroDelta
           CLOSE DeltaFile
           OPEN EXTEND DeltaCtlFile
           IF FileStatus = "35"
               OPEN OUTPUT DeltaCtlFile
               CLOSE DeltaCtlFile
               OPEN EXTEND DeltaCtlFile
           END-IF
           MOVE DeltaSeq TO DcSeq
           MOVE DeltaPos TO DcPos
           MOVE FUNCTION CURRENT-DATE(1:8) TO DcTsData
           MOVE FUNCTION CURRENT-DATE(9:4) TO DcTsHora
           MOVE TrQtdDet TO DcQtdDet
           MOVE DeltaUltLog TO DcUltLog
           WRITE RegistroDeltaCtl
           IF FileStatus NOT = "00"
               DISPLAY "Erro ao gravar AgendaDeltaCtl.dat (status "
                  FileStatus ") - o extrato sera repetido na "
                  "proxima execucao."
               MOVE 'S' TO DeltaFalha
           END-IF
           CLOSE DeltaCtlFile
           DISPLAY "Extrato " FUNCTION TRIM(DeltaNomeArq) " gerado: "
              TrQtdDet " alteracao(oes), " TrQtdPart
              " participante(s)."
           IF DeltaRecarga = 'S'
               DISPLAY "Aviso: extrato marcado para recarga completa "
                  "pelos sistemas consumidores."
           END-IF
           .

       *>----------------- LOCALIZAR POSICAO DO ULTIMO EXTRATO ----------
       LocalizarPosDelta.
           MOVE 'N' TO DeltaConfere
           MOVE 'N' TO DeltaRecarga
           MOVE 0 TO DeltaPos
           MOVE 0 TO DeltaPosAchada
           MOVE 0 TO DeltaPosTs
           MOVE 0 TO DeltaPosRecarga
           MOVE SPACES TO DeltaUltLog
           OPEN INPUT LogFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF FileStatus NOT = "00"
                   DISPLAY "Erro ao abrir AgendaLog.dat (status "
                      FileStatus ") - extrato nao gerado."
                   MOVE 'S' TO DeltaFalha
                   MOVE "10" TO FileStatus
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ LogFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO DeltaPos
                           MOVE RegistroLog TO DeltaUltLog
                           IF RegistroLog = DeltaUltLogCtl
                               MOVE DeltaPos TO DeltaPosAchada
                               IF DeltaPos = DeltaPosCtl
                                   MOVE 'S' TO DeltaConfere
                               END-IF
                           END-IF
                           COMPUTE DeltaTsLog =
                              LogTsData * 10000 + LogTsHora
                           IF DeltaTsLog <= DeltaTsCtl
                               MOVE DeltaPos TO DeltaPosTs
                           END-IF
                           IF LogAcao = "RESTBACKUP" OR
                              LogAcao = "ANONIMIZAR"
                               MOVE DeltaPos TO DeltaPosRecarga
                           END-IF
                   END-READ
               END-PERFORM
               IF DeltaFalha = 'N'
                   CLOSE LogFile
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DeltaPosCtl = 0
                   MOVE 0 TO DeltaPosIni
                   MOVE 'S' TO DeltaRecarga
               WHEN DeltaConfere = 'S'
                   MOVE DeltaPosCtl TO DeltaPosIni
               WHEN DeltaPosAchada > 0
                   MOVE DeltaPosAchada TO DeltaPosIni
                   DISPLAY "Aviso: ultimo registro extraido "
                      "encontrado na posicao " DeltaPosAchada
                      " do log (esperado " DeltaPosCtl ")."
               WHEN OTHER
                   MOVE DeltaPosTs TO DeltaPosIni
                   MOVE 'S' TO DeltaRecarga
                   DISPLAY "Aviso: AgendaLog.dat foi substituido "
                      "desde o ultimo extrato - retomando pela "
                      "data/hora do ultimo extrato."
           END-EVALUATE
           IF DeltaPosRecarga > DeltaPosIni
               MOVE 'S' TO DeltaRecarga
           END-IF
           .

       *>----------------- EMITIR DETALHE DO EXTRATO -----------------
       EmitirDetalheDelta.
           MOVE RegistroLog TO DeltaUltLog
           MOVE SPACES TO DtEvento
           EVALUATE LogAcao
               WHEN "ADICIONAR"
               WHEN "PROMOVER"
                   MOVE "INCLUIDO" TO DtEvento
                   ADD 1 TO TrQtdInc
               WHEN "ALTERAR"
               WHEN "NOSHOW"
                   MOVE "ALTERADO" TO DtEvento
                   ADD 1 TO TrQtdAlt
               WHEN "APROVAR"
                   MOVE "APROVADO" TO DtEvento
                   ADD 1 TO TrQtdApr
               WHEN "REJEITAR"
                   MOVE "REJEITADO" TO DtEvento
                   ADD 1 TO TrQtdRej
               WHEN "REMOVER"
                   MOVE "REMOVIDO" TO DtEvento
                   ADD 1 TO TrQtdRem
               WHEN "RESTAURAR"
                   MOVE "RESTAURADO" TO DtEvento
                   ADD 1 TO TrQtdRes
               WHEN "RESTBACKUP"
               WHEN "ANONIMIZAR"
                   MOVE 'S' TO DeltaRecarga
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DtEvento NOT = SPACES
               PERFORM GravarDetalheDelta
           END-IF
           .

       *>----------------- GRAVAR DETALHE DO EXTRATO -----------------
       GravarDetalheDelta.
           ADD 1 TO DeltaNumDet
           ADD 1 TO TrQtdDet
           MOVE DeltaSeq TO DtSeq
           MOVE DeltaNumDet TO DtNumDet
           MOVE LogAcao TO DtAcaoLog
           MOVE LogTsData TO DtTsData
           MOVE LogTsHora TO DtTsHora
           MOVE LogDataComp TO DtData
           MOVE LogHoraComp TO DtHora
           MOVE LogRecurso TO DtRecurso
           IF LogDataAnt IS NUMERIC AND LogHoraAnt IS NUMERIC
               MOVE LogDataAnt TO DtDataAnt
               MOVE LogHoraAnt TO DtHoraAnt
               MOVE LogRecursoAnt TO DtRecursoAnt
           ELSE
               MOVE 0 TO DtDataAnt
               MOVE 0 TO DtHoraAnt
               MOVE SPACES TO DtRecursoAnt
           END-IF
           MOVE LogDescComp TO DtDesc
           MOVE LogDuracao TO DtDuracao
           MOVE LogPrior TO DtPrior
           IF LogResp IS NUMERIC
               MOVE LogResp TO DtResp
           ELSE
               MOVE 0 TO DtResp
           END-IF
           MOVE LogOper TO DtOper
           MOVE LogDataComp TO DataPesq
           MOVE LogHoraComp TO HoraPesq
           MOVE LogRecurso TO RecursoPesq
           PERFORM BuscarCompAgenda
           IF BuscaIdx > 0
               MOVE SituArr(BuscaIdx) TO DtSituAtual
           ELSE
               MOVE SPACE TO DtSituAtual
           END-IF
           PERFORM CarregarPartComp
           MOVE CountPartComp TO DtQtdPart
           MOVE DetDelta TO RegistroDelta
           WRITE RegistroDelta
           MOVE DeltaSeq TO PdSeq
           MOVE DeltaNumDet TO PdNumDet
           PERFORM VARYING DeltaK FROM 1 BY 1
               UNTIL DeltaK > CountPartComp
               MOVE NomePCArr(DeltaK) TO PdNome
               MOVE PartDelta TO RegistroDelta
               WRITE RegistroDelta
               ADD 1 TO TrQtdPart
           END-PERFORM
           .

       *>----------------- CARREGAR AUSENCIAS -----------------
       CarregarAusencias.
           MOVE 0 TO CountAus
           OPEN INPUT AusenciasFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ AusenciasFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF CountAus < MaxAus
                               ADD 1 TO CountAus
                               MOVE AusPessoa TO AusPessoaArr(CountAus)
                               MOVE AusIniData
                                  TO AusIniDataArr(CountAus)
                               MOVE AusIniHora
                                  TO AusIniHoraArr(CountAus)
                               MOVE AusFimData
                                  TO AusFimDataArr(CountAus)
                               MOVE AusFimHora
                                  TO AusFimHoraArr(CountAus)
                               MOVE AusTipo TO AusTipoArr(CountAus)
                           ELSE
                               DISPLAY "Aviso: limite de " MaxAus
                                  " ausencias em memoria atingido - "
                                  "registros adicionais nao foram "
                                  "carregados."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AusenciasFile
           END-IF
           .

       *>----------------- REGRAVAR AUSENCIAS -----------------
       RegravarAusencias.
           OPEN OUTPUT AusenciasFile
           PERFORM VARYING AusK FROM 1 BY 1 UNTIL AusK > CountAus
               MOVE AusPessoaArr(AusK) TO AusPessoa
               MOVE AusIniDataArr(AusK) TO AusIniData
               MOVE AusIniHoraArr(AusK) TO AusIniHora
               MOVE AusFimDataArr(AusK) TO AusFimData
               MOVE AusFimHoraArr(AusK) TO AusFimHora
               MOVE AusTipoArr(AusK) TO AusTipo
               WRITE RegistroAusencia
           END-PERFORM
           CLOSE AusenciasFile
           .

       *>----------------- CALCULAR JANELA DO COMPROMISSO ---------------
       CalcularJanelaComp.
           COMPUTE AusCompIni = TempDate * 10000 + TempHora
           MOVE TempHora TO HoraHHMM
           PERFORM ConverterHoraMin
           ADD TempDur TO MinutosConv
           IF MinutosConv > 1439
               MOVE 1439 TO MinutosConv
           END-IF
           PERFORM ConverterMinHora
           COMPUTE AusCompFim = TempDate * 10000 + HoraHHMM
           .

       *>----------------- VERIFICAR AUSENCIA DA PESSOA -----------------
       VerificarAusenciaPessoa.
           MOVE 'N' TO AusConflito
           MOVE 0 TO AusIdx
           PERFORM VARYING AusK FROM 1 BY 1 UNTIL AusK > CountAus
               IF AusPessoaArr(AusK) = AusPessoaPesq
                   COMPUTE AusTsIni = AusIniDataArr(AusK) * 10000 +
                      AusIniHoraArr(AusK)
                   COMPUTE AusTsFim = AusFimDataArr(AusK) * 10000 +
                      AusFimHoraArr(AusK)
                   IF AusTsIni < AusCompFim AND AusTsFim > AusCompIni
                       MOVE 'S' TO AusConflito
                       MOVE AusK TO AusIdx
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       *>----------------- VERIFICAR AUSENCIA DO PARTICIPANTE -----------
       VerificarAusenciaPart.
           MOVE 'N' TO AusConflito
           IF CountAus > 0
               PERFORM BuscarPessoaNome
               IF PessoaIdx > 0
                   MOVE PessoaCodArr(PessoaIdx) TO AusPessoaPesq
                   MOVE TempNomePart TO AusNomePesq
                   PERFORM CalcularJanelaComp
                   PERFORM VerificarAusenciaPessoa
                   IF AusConflito = 'S' AND PartAvisoFlag = 'S'
                       PERFORM ExibirAusencia
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- EXIBIR AVISO DE AUSENCIA -----------------
       ExibirAusencia.
           DISPLAY "Aviso: " FUNCTION TRIM(AusNomePesq)
              " estara ausente (" FUNCTION TRIM(AusTipoArr(AusIdx))
              ") de " AusIniDataArr(AusIdx) "/"
              AusIniHoraArr(AusIdx) " a " AusFimDataArr(AusIdx) "/"
              AusFimHoraArr(AusIdx) "."
           .

       *>----------------- AVISAR AUSENCIA DO RESPONSAVEL ---------------
       AvisarAusenciaResp.
           IF CountAus > 0 AND TempResp > 0
               MOVE TempResp TO AusPessoaPesq
               MOVE TempResp TO OpcaoPessoa
               PERFORM BuscarPessoaCod
               IF PessoaIdx > 0
                   MOVE PessoaNomeArr(PessoaIdx) TO AusNomePesq
               ELSE
                   MOVE "Responsavel" TO AusNomePesq
               END-IF
               PERFORM CalcularJanelaComp
               PERFORM VerificarAusenciaPessoa
               IF AusConflito = 'S'
                   PERFORM ExibirAusencia
               END-IF
           END-IF
           .

       *>----------------- AVISAR AUSENCIAS DO COMPROMISSO --------------
       AvisarAusenciasComp.
           IF CountAus > 0
               MOVE TempDate TO DataPesq
               MOVE TempHora TO HoraPesq
               MOVE TempRecurso TO RecursoPesq
               PERFORM CarregarPartComp
               PERFORM VARYING AusJ FROM 1 BY 1
                   UNTIL AusJ > CountPartComp
                   MOVE NomePCArr(AusJ) TO TempNomePart
                   PERFORM VerificarAusenciaPart
               END-PERFORM
               PERFORM AvisarAusenciaResp
           END-IF
           .

       *>----------------- AUSENCIAS DE PESSOAS -----------------
       AusenciasPessoas.
           MOVE 9 TO OpcaoAus
           PERFORM UNTIL OpcaoAus = 0
               DISPLAY "---- AUSENCIAS DE PESSOAS ----"
               DISPLAY "1 - Registrar Ausencia"
               DISPLAY "2 - Listar Ausencias"
               DISPLAY "3 - Excluir Ausencia"
               DISPLAY "0 - Voltar"
               ACCEPT OpcaoAus
               EVALUATE OpcaoAus
                   WHEN 1 PERFORM RegistrarAusencia
                   WHEN 2 PERFORM ListarAusencias
                   WHEN 3 PERFORM ExcluirAusencia
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM
           .

       *>----------------- REGISTRAR AUSENCIA -----------------
       RegistrarAusencia.
           IF CountPessoas = 0
               DISPLAY "Cadastro de pessoas vazio - cadastre a "
                  "pessoa antes de registrar a ausencia."
           ELSE
               IF CountAus >= MaxAus
                   DISPLAY "Capacidade maxima de ausencias atingida "
                      "- ausencia nao registrada."
               ELSE
                   PERFORM SelecionarPessoa
                   MOVE PessoaCodArr(PessoaIdx) TO AusPessoaPesq
                   MOVE TempNomePart TO AusNomePesq
                   PERFORM ObterPeriodoAusencia
                   PERFORM SelecionarTipoAusencia
                   ADD 1 TO CountAus
                   MOVE AusPessoaPesq TO AusPessoaArr(CountAus)
                   MOVE TempAusIniData TO AusIniDataArr(CountAus)
                   MOVE TempAusIniHora TO AusIniHoraArr(CountAus)
                   MOVE TempAusFimData TO AusFimDataArr(CountAus)
                   MOVE TempAusFimHora TO AusFimHoraArr(CountAus)
                   MOVE TempAusTipo TO AusTipoArr(CountAus)
                   PERFORM RegravarAusencias
                   DISPLAY "Ausencia registrada."
                   PERFORM ListarCompAfetados
               END-IF
           END-IF
           .

       *>----------------- OBTER PERIODO DA AUSENCIA -----------------
       ObterPeriodoAusencia.
           MOVE 'N' TO DadosValidos
           PERFORM UNTIL DadosValidos = 'S'
               DISPLAY "Data Inicial (AAAAMMDD): "
               ACCEPT TempAusIniData
               DISPLAY "Hora Inicial (HHMM): "
               ACCEPT TempAusIniHora
               DISPLAY "Data Final (AAAAMMDD): "
               ACCEPT TempAusFimData
               DISPLAY "Hora Final (HHMM): "
               ACCEPT TempAusFimHora
               MOVE TempAusIniData TO TempDate
               PERFORM ValidarSoData
               IF DadosValidos = 'S'
                   MOVE TempAusFimData TO TempDate
                   PERFORM ValidarSoData
               END-IF
               IF DadosValidos = 'S'
                   IF TempAusIniHora > 2359 OR
                      FUNCTION MOD(TempAusIniHora, 100) > 59 OR
                      TempAusFimHora > 2359 OR
                      FUNCTION MOD(TempAusFimHora, 100) > 59
                       MOVE 'N' TO DadosValidos
                       DISPLAY "Hora invalida - use HHMM entre 0000 "
                          "e 2359."
                   END-IF
               END-IF
               IF DadosValidos = 'S'
                   COMPUTE AusTsIni = TempAusIniData * 10000 +
                      TempAusIniHora
                   COMPUTE AusTsFim = TempAusFimData * 10000 +
                      TempAusFimHora
                   IF AusTsFim NOT > AusTsIni
                       MOVE 'N' TO DadosValidos
                       DISPLAY "O fim da ausencia deve ser posterior "
                          "ao inicio."
                   END-IF
               END-IF
               IF DadosValidos NOT = 'S'
                   DISPLAY "Dados invalidos - tente novamente."
               END-IF
           END-PERFORM
           .

       *>----------------- SELECIONAR TIPO DE AUSENCIA -----------------
       SelecionarTipoAusencia.
           MOVE SPACES TO TempAusTipo
           PERFORM UNTIL TempAusTipo NOT = SPACES
               DISPLAY "Tipo (1-Ferias 2-Licenca 3-Viagem 4-Outro): "
               ACCEPT OpcaoTipoAus
               EVALUATE OpcaoTipoAus
                   WHEN 1 MOVE "FERIAS" TO TempAusTipo
                   WHEN 2 MOVE "LICENCA" TO TempAusTipo
                   WHEN 3 MOVE "VIAGEM" TO TempAusTipo
                   WHEN 4 MOVE "OUTRO" TO TempAusTipo
                   WHEN OTHER DISPLAY "Tipo invalido."
               END-EVALUATE
           END-PERFORM
           .

       *>----------------- LISTAR COMPROMISSOS AFETADOS ----------------
       ListarCompAfetados.
           MOVE 0 TO QtdAusAfetados
           DISPLAY "---- COMPROMISSOS NO PERIODO DA AUSENCIA ----"
           PERFORM CarregarParticipantes
           PERFORM VARYING AusJ FROM 1 BY 1 UNTIL AusJ > CountPart
               IF NomePArr(AusJ) = AusNomePesq
                   MOVE DataPArr(AusJ) TO DataPesq
                   MOVE HoraPArr(AusJ) TO HoraPesq
                   MOVE RecursoPArr(AusJ) TO RecursoPesq
                   PERFORM BuscarCompAgenda
                   IF BuscaIdx > 0
                       MOVE DataArr(BuscaIdx) TO TempDate
                       MOVE HoraArr(BuscaIdx) TO TempHora
                       MOVE DuracaoArr(BuscaIdx) TO TempDur
                       PERFORM CalcularJanelaComp
                       IF AusTsIni < AusCompFim AND
                          AusTsFim > AusCompIni
                           ADD 1 TO QtdAusAfetados
                           DISPLAY DataArr(BuscaIdx) "/"
                              HoraArr(BuscaIdx) " ("
                              FUNCTION TRIM(RecursoArr(BuscaIdx))
                              ") " DescArr(BuscaIdx)
                              " [participante]"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CountAgenda
               IF RespArr(I) = AusPessoaPesq
                   MOVE DataArr(I) TO TempDate
                   MOVE HoraArr(I) TO TempHora
                   MOVE DuracaoArr(I) TO TempDur
                   PERFORM CalcularJanelaComp
                   IF AusTsIni < AusCompFim AND AusTsFim > AusCompIni
                       ADD 1 TO QtdAusAfetados
                       DISPLAY DataArr(I) "/" HoraArr(I) " ("
                          FUNCTION TRIM(RecursoArr(I)) ") "
                          DescArr(I) " [responsavel]"
                   END-IF
               END-IF
           END-PERFORM
           IF QtdAusAfetados = 0
               DISPLAY "Nenhum compromisso da pessoa no periodo."
           ELSE
               DISPLAY QtdAusAfetados " compromisso(s) afetado(s) - "
                  "avise o organizador."
           END-IF
           .

       *>----------------- LISTAR AUSENCIAS -----------------
       ListarAusencias.
           IF CountAus = 0
               DISPLAY "Nenhuma ausencia registrada."
           ELSE
               PERFORM VARYING AusK FROM 1 BY 1 UNTIL AusK > CountAus
                   MOVE AusPessoaArr(AusK) TO OpcaoPessoa
                   PERFORM BuscarPessoaCod
                   IF PessoaIdx > 0
                       MOVE PessoaNomeArr(PessoaIdx) TO AusNomePesq
                   ELSE
                       MOVE "PESSOA NAO CADASTRADA" TO AusNomePesq
                   END-IF
                   DISPLAY AusK " - " AusNomePesq " "
                      AusIniDataArr(AusK) "/" AusIniHoraArr(AusK)
                      " a " AusFimDataArr(AusK) "/"
                      AusFimHoraArr(AusK) " "
                      FUNCTION TRIM(AusTipoArr(AusK))
               END-PERFORM
           END-IF
           .

       *>----------------- EXCLUIR AUSENCIA -----------------
       ExcluirAusencia.
           PERFORM ListarAusencias
           IF CountAus > 0
               DISPLAY "Numero da ausencia a excluir (0 cancela): "
               ACCEPT AusNumSel
               IF AusNumSel > 0 AND AusNumSel <= CountAus
                   PERFORM VARYING AusK FROM AusNumSel BY 1
                       UNTIL AusK >= CountAus
                       MOVE AusenciaItem(AusK + 1)
                          TO AusenciaItem(AusK)
                   END-PERFORM
                   SUBTRACT 1 FROM CountAus
                   PERFORM RegravarAusencias
                   DISPLAY "Ausencia excluida."
               ELSE
                   DISPLAY "Exclusao cancelada."
               END-IF
           END-IF
           .

       *>----------------- ANEXAR AVISOS DE MUDANCA PENDENTES -----------
       AnexarAvisosPendentes.
           MOVE 0 TO QtdAvisosPend
           OPEN INPUT AvisosFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ AvisosFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE RegistroAviso TO RegistroLembrete
                           WRITE RegistroLembrete
                           ADD 1 TO QtdAvisosPend
                   END-READ
               END-PERFORM
               CLOSE AvisosFile
               OPEN OUTPUT AvisosFile
               CLOSE AvisosFile
               IF QtdAvisosPend > 0
                   DISPLAY QtdAvisosPend " aviso(s) de mudanca "
                      "incluido(s) em AgendaLembretes.dat."
               END-IF
           END-IF
           .

       *>----------------- ENFILEIRAR AVISO DE MUDANCA -----------------
       EnfileirarAviso.
           PERFORM MontarLembrete
           MOVE AvisoTipo TO LembTipo
           MOVE AltRecursoAnt TO LembRecursoAnt
           MOVE AltDataAnt TO LembDataAnt
           MOVE AltHoraAnt TO LembHoraAnt
           OPEN EXTEND AvisosFile
           IF FileStatus = "35"
               OPEN OUTPUT AvisosFile
               CLOSE AvisosFile
               OPEN EXTEND AvisosFile
           END-IF
           MOVE RegistroLembrete TO RegistroAviso
           WRITE RegistroAviso
           CLOSE AvisosFile
           .

       *>----------------- REALOCAR COMPROMISSOS DE RECURSO -------------
       RealocarRecurso.
           IF CountRecursos = 0
               DISPLAY "Nenhum recurso cadastrado em "
                  "AgendaRecursos.dat - realocacao indisponivel."
           ELSE
               DISPLAY "Recurso fora de servico:"
               PERFORM SelecionarRecurso
               MOVE TempRecurso TO RealRecOrig
               PERFORM ObterPeriodoRealoc
               PERFORM SelecionarAfetadosRealoc
               IF CountRealoc = 0
                   DISPLAY "Nenhum compromisso de "
                      FUNCTION TRIM(RealRecOrig) " no periodo."
               ELSE
                   DISPLAY CountRealoc " compromisso(s) afetado(s)."
                   MOVE 'N' TO RealTodos
                   MOVE 0 TO QtdRealMovidos
                   MOVE 0 TO QtdRealPulados
                   MOVE 0 TO QtdRealExcecao
                   MOVE 0 TO QtdRealEspera
                   MOVE 0 TO QtdRealMantidos
                   PERFORM VARYING RealK FROM 1 BY 1
                       UNTIL RealK > CountRealoc
                       PERFORM ProcessarRealocacao
                   END-PERFORM
                   DISPLAY "---- RESUMO DA REALOCACAO ----"
                   DISPLAY "Transferidos:            " QtdRealMovidos
                   DISPLAY "Pulados pelo operador:   " QtdRealPulados
                   DISPLAY "Mantidos no recurso:     " QtdRealMantidos
                   DISPLAY "Enviados a excecoes:     " QtdRealExcecao
                   DISPLAY "Enviados a fila espera:  " QtdRealEspera
                   IF QtdRealMovidos + QtdRealExcecao + QtdRealEspera
                      > 0
                       DISPLAY "Avisos aos participantes seguem no "
                          "proximo extrato de lembretes "
                          "(AgendaLembretes.dat)."
                   END-IF
               END-IF
               IF RealCapExcedida = 'S'
                   DISPLAY "Aviso: mais de " MaxRealoc " compromissos "
                      "no periodo - execute novamente para os "
                      "restantes."
               END-IF
           END-IF
           .

       *>----------------- OBTER PERIODO DA REALOCACAO ------------------
       ObterPeriodoRealoc.
           MOVE 'N' TO DadosValidos
           PERFORM UNTIL DadosValidos = 'S'
               DISPLAY "Data Inicial (AAAAMMDD): "
               ACCEPT RealIniData
               DISPLAY "Hora Inicial (HHMM): "
               ACCEPT RealIniHora
               DISPLAY "Data Final (AAAAMMDD): "
               ACCEPT RealFimData
               DISPLAY "Hora Final (HHMM): "
               ACCEPT RealFimHora
               MOVE RealIniData TO TempDate
               PERFORM ValidarSoData
               IF DadosValidos = 'S'
                   MOVE RealFimData TO TempDate
                   PERFORM ValidarSoData
               END-IF
               IF DadosValidos = 'S'
                   IF RealIniHora > 2359 OR
                      FUNCTION MOD(RealIniHora, 100) > 59 OR
                      RealFimHora > 2359 OR
                      FUNCTION MOD(RealFimHora, 100) > 59
                       MOVE 'N' TO DadosValidos
                       DISPLAY "Hora invalida - use HHMM entre 0000 "
                          "e 2359."
                   END-IF
               END-IF
               IF DadosValidos = 'S'
                   COMPUTE RealTsIni = RealIniData * 10000 +
                      RealIniHora
                   COMPUTE RealTsFim = RealFimData * 10000 +
                      RealFimHora
                   IF RealTsFim NOT > RealTsIni
                       MOVE 'N' TO DadosValidos
                       DISPLAY "O fim do periodo deve ser posterior "
                          "ao inicio."
                   END-IF
               END-IF
               IF DadosValidos NOT = 'S'
                   DISPLAY "Dados invalidos - tente novamente."
               END-IF
           END-PERFORM
           .

       *>----------------- SELECIONAR COMPROMISSOS AFETADOS -------------
       SelecionarAfetadosRealoc.
           MOVE 0 TO CountRealoc
           MOVE 'N' TO RealCapExcedida
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CountAgenda
               IF RecursoArr(I) = RealRecOrig AND
                  SituArr(I) NOT = 'R' AND DataArr(I) >= Today
                   MOVE DataArr(I) TO TempDate
                   MOVE HoraArr(I) TO TempHora
                   MOVE DuracaoArr(I) TO TempDur
                   PERFORM CalcularJanelaComp
                   IF AusCompIni < RealTsFim AND
                      AusCompFim > RealTsIni
                       IF CountRealoc < MaxRealoc
                           ADD 1 TO CountRealoc
                           MOVE DataArr(I) TO RlDataArr(CountRealoc)
                           MOVE HoraArr(I) TO RlHoraArr(CountRealoc)
                       ELSE
                           MOVE 'S' TO RealCapExcedida
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       *>----------------- PROCESSAR UMA REALOCACAO -----------------
       ProcessarRealocacao.
           MOVE RlDataArr(RealK) TO DataPesq
           MOVE RlHoraArr(RealK) TO HoraPesq
           MOVE RealRecOrig TO RecursoPesq
           PERFORM BuscarCompAgenda
           IF BuscaIdx > 0
               MOVE BuscaIdx TO AltIdx
               PERFORM CarregarPartComp
               PERFORM BuscarRecursoAlternativo
               DISPLAY "---- " DataArr(AltIdx) "/" HoraArr(AltIdx)
                  " " FUNCTION TRIM(DescArr(AltIdx)) " ("
                  CountPartComp " participante(s))"
               IF RealRecDest NOT = SPACES
                   IF RealTodos = 'S'
                       MOVE 'S' TO RealResp
                   ELSE
                       DISPLAY "Transferir de "
                          FUNCTION TRIM(RealRecOrig) " para "
                          FUNCTION TRIM(RealRecDest)
                          " (S-Sim N-Nao T-Todos)? "
                       ACCEPT RealResp
                       MOVE FUNCTION UPPER-CASE(RealResp) TO RealResp
                       IF RealResp = 'T'
                           MOVE 'S' TO RealTodos
                           MOVE 'S' TO RealResp
                       END-IF
                   END-IF
                   IF RealResp = 'S'
                       PERFORM MoverCompRealoc
                   ELSE
                       ADD 1 TO QtdRealPulados
                       DISPLAY "Compromisso mantido em "
                          FUNCTION TRIM(RealRecOrig) "."
                   END-IF
               ELSE
                   PERFORM TratarNaoRealocado
               END-IF
           END-IF
           .

       *>----------------- BUSCAR RECURSO ALTERNATIVO -----------------
       BuscarRecursoAlternativo.
           MOVE SPACES TO RealRecDest
           MOVE SPACES TO RealRecEspera
           MOVE DataArr(AltIdx) TO TempDate
           MOVE HoraArr(AltIdx) TO TempHora
           MOVE DuracaoArr(AltIdx) TO TempDur
           MOVE 0 TO IdxIgnorar
           PERFORM VARYING RealRecK FROM 1 BY 1
               UNTIL RealRecK > CountRecursos OR
                     RealRecDest NOT = SPACES
               IF RecursoNomeArr(RealRecK) NOT = RealRecOrig AND
                  (RecursoCapArr(RealRecK) = 0 OR
                   RecursoCapArr(RealRecK) >= CountPartComp)
                   MOVE RecursoNomeArr(RealRecK) TO TempRecurso
                   PERFORM VerificarConflito
                   IF Conflict = 'N'
                       MOVE TempRecurso TO RealRecDest
                   ELSE
                       IF ConflictFeriado = 'N' AND
                          ConflictExped = 'N' AND
                          RealRecEspera = SPACES
                           MOVE TempRecurso TO RealRecEspera
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       *>----------------- MOVER COMPROMISSO REALOCADO -----------------
       MoverCompRealoc.
           MOVE DataArr(AltIdx) TO AltDataAnt
           MOVE HoraArr(AltIdx) TO AltHoraAnt
           MOVE RealRecOrig TO AltRecursoAnt
           MOVE DuracaoArr(AltIdx) TO AltDurAnt
           MOVE PriorArr(AltIdx) TO AltPriorAnt
           MOVE DescArr(AltIdx) TO AltDescAnt
           MOVE SituArr(AltIdx) TO AltSituAnt
           MOVE RespArr(AltIdx) TO AltRespAnt
           MOVE RecorrArr(AltIdx) TO TempRecorrCod
           MOVE RecorrFimArr(AltIdx) TO TempRecorrFim
           MOVE AltDataAnt TO TempDate
           MOVE AltHoraAnt TO TempHora
           MOVE AltDurAnt TO TempDur
           MOVE AltPriorAnt TO TempPrior
           MOVE AltDescAnt TO TempDesc
           MOVE AltRespAnt TO TempResp
           MOVE AltDataAnt TO DataComp
           MOVE AltHoraAnt TO HoraComp
           MOVE AltRecursoAnt TO RecursoComp
           DELETE AgendaFile RECORD
               INVALID KEY
                   DISPLAY "Aviso: registro nao encontrado "
                      "no arquivo indexado - alterado "
                      "apenas na memoria."
           END-DELETE
           MOVE AltIdx TO RemIdx
           PERFORM ExcluirItemArray
           MOVE RealRecDest TO TempRecurso
           MOVE "ALTERAR" TO LogAcaoAtual
           PERFORM InserirItem
           IF InsereOk = 'S'
               PERFORM ReencadearParticipantes
               PERFORM ReencadearPedidos
               MOVE PosIns TO IcsIdx
               PERFORM NotificarConviteAlteracao
               MOVE PosIns TO I
               MOVE 'M' TO AvisoTipo
               PERFORM EnfileirarAviso
               ADD 1 TO QtdRealMovidos
               DISPLAY "Compromisso transferido para "
                  FUNCTION TRIM(RealRecDest) "."
           ELSE
               MOVE AltRecursoAnt TO TempRecurso
               MOVE AltSituAnt TO SituForcada
               MOVE 'N' TO GravaLogFlag
               PERFORM InserirItem
               MOVE SPACE TO SituForcada
               MOVE 'S' TO GravaLogFlag
               ADD 1 TO QtdRealMantidos
               DISPLAY "Compromisso mantido em "
                  FUNCTION TRIM(RealRecOrig) "."
           END-IF
           .

       *>----------------- TRATAR COMPROMISSO NAO REALOCADO -------------
       TratarNaoRealocado.
           DISPLAY "Nenhum recurso livre com capacidade para "
              CountPartComp " participante(s)."
           IF RealTodos = 'S'
               IF RealRecEspera NOT = SPACES
                   MOVE 'F' TO RealResp
               ELSE
                   MOVE 'E' TO RealResp
               END-IF
           ELSE
               IF RealRecEspera NOT = SPACES
                   DISPLAY "F - Fila de espera em "
                      FUNCTION TRIM(RealRecEspera)
               END-IF
               DISPLAY "E - Enviar para AgendaExcecoes.dat"
               DISPLAY "M - Manter em " FUNCTION TRIM(RealRecOrig)
               ACCEPT RealResp
               MOVE FUNCTION UPPER-CASE(RealResp) TO RealResp
           END-IF
           EVALUATE TRUE
               WHEN RealResp = 'F' AND RealRecEspera NOT = SPACES
                   PERFORM EsperaRealoc
               WHEN RealResp = 'E'
                   PERFORM ExcecaoRealoc
               WHEN OTHER
                   ADD 1 TO QtdRealMantidos
                   DISPLAY "Compromisso mantido em "
                      FUNCTION TRIM(RealRecOrig) "."
           END-EVALUATE
           .

       *>----------------- ENVIAR PARA A FILA DE ESPERA -----------------
       EsperaRealoc.
           PERFORM PrepararRetiradaRealoc
           OPEN EXTEND EsperaFile
           IF FileStatus = "35"
               OPEN OUTPUT EsperaFile
               CLOSE EsperaFile
               OPEN EXTEND EsperaFile
           END-IF
           MOVE TempDate TO EspData
           MOVE TempHora TO EspHora
           MOVE RealRecEspera TO EspRecurso
           MOVE TempDur TO EspDur
           MOVE TempPrior TO EspPrior
           MOVE TempDesc TO EspDesc
           MOVE TempResp TO OpcaoPessoa
           PERFORM BuscarPessoaCod
           IF PessoaIdx > 0
               MOVE PessoaNomeArr(PessoaIdx) TO EspSolic
           ELSE
               MOVE "REALOCACAO" TO EspSolic
           END-IF
           MOVE TempDate TO EspPrazo
           WRITE RegistroEspera
           CLOSE EsperaFile
           PERFORM RetirarCompRealoc
           ADD 1 TO QtdRealEspera
           DISPLAY "Compromisso retirado de "
              FUNCTION TRIM(RealRecOrig) " e registrado na fila de "
              "espera de " FUNCTION TRIM(RealRecEspera) "."
           .

       *>----------------- ENVIAR PARA EXCECOES -----------------
       ExcecaoRealoc.
           PERFORM PrepararRetiradaRealoc
           OPEN EXTEND ExcecoesFile
           IF FileStatus = "35"
               OPEN OUTPUT ExcecoesFile
               CLOSE ExcecoesFile
               OPEN EXTEND ExcecoesFile
           END-IF
           MOVE "RELOC" TO ExcTipo
           MOVE TempDate TO ExcData
           MOVE TempHora TO ExcHora
           MOVE TempRecurso TO ExcRecurso
           MOVE TempDesc TO ExcDetalhe
           WRITE RegistroExcecao
           CLOSE ExcecoesFile
           PERFORM RetirarCompRealoc
           ADD 1 TO QtdRealExcecao
           DISPLAY "Compromisso retirado de "
              FUNCTION TRIM(RealRecOrig) " e registrado em "
              "AgendaExcecoes.dat."
           .

       *>----------------- PREPARAR RETIRADA DO COMPROMISSO -------------
       PrepararRetiradaRealoc.
           MOVE DataArr(AltIdx) TO TempDate
           MOVE HoraArr(AltIdx) TO TempHora
           MOVE RealRecOrig TO TempRecurso
           MOVE DescArr(AltIdx) TO TempDesc
           MOVE DuracaoArr(AltIdx) TO TempDur
           MOVE PriorArr(AltIdx) TO TempPrior
           MOVE RecorrArr(AltIdx) TO TempRecorrCod
           MOVE RecorrFimArr(AltIdx) TO TempRecorrFim
           MOVE RespArr(AltIdx) TO TempResp
           MOVE TempDate TO AltDataAnt
           MOVE TempHora TO AltHoraAnt
           MOVE TempRecurso TO AltRecursoAnt
           MOVE AltIdx TO I
           MOVE 'C' TO AvisoTipo
           PERFORM EnfileirarAviso
           .

       *>----------------- RETIRAR COMPROMISSO DO RECURSO ---------------
       RetirarCompRealoc.
           MOVE "REMOVER" TO LogAcaoAtual
           PERFORM GravarLog
           MOVE AltIdx TO IcsIdx
           PERFORM NotificarConviteRemocao
           PERFORM SuspenderPedidosComp
           MOVE TempDate TO DataComp
           MOVE TempHora TO HoraComp
           MOVE TempRecurso TO RecursoComp
           DELETE AgendaFile RECORD
               INVALID KEY
                   DISPLAY "Aviso: registro nao encontrado "
                      "no arquivo indexado - removido "
                      "apenas da memoria."
           END-DELETE
           MOVE AltIdx TO RemIdx
           PERFORM ExcluirItemArray
           .

       *>----------------- GRADE DE OCUPACAO (MENU) -----------------
       GradeOcupacao.
           MOVE 'N' TO DadosValidos
           PERFORM UNTIL DadosValidos = 'S'
               DISPLAY "Data de referencia da semana (AAAAMMDD): "
               ACCEPT TempDate
               PERFORM ValidarSoData
           END-PERFORM
           MOVE TempDate TO GradeData
           PERFORM GerarGradeSemanal
           IF GradeCapExcedida = 'S'
               DISPLAY "Aviso: limite de " MaxGradeRec " recursos ou "
                  MaxGradeComp " compromissos por dia atingido - "
                  "a grade esta incompleta."
           END-IF
           DISPLAY "Grade da semana de " GradeDataIni " a "
              GradeDataFim " gravada em AgendaGrade.txt."
           .

       *>----------------- GERAR GRADE SEMANAL -----------------
       GerarGradeSemanal.
           MOVE 'N' TO GradeCapExcedida
           MOVE GradeData TO DataBloco
           PERFORM CalcularDiaSemana
           COMPUTE RecInt =
              FUNCTION INTEGER-OF-DATE(GradeData) - DiaSemana + 1
           COMPUTE GradeDataIni = FUNCTION DATE-OF-INTEGER(RecInt)
           ADD 6 TO RecInt
           COMPUTE GradeDataFim = FUNCTION DATE-OF-INTEGER(RecInt)
           PERFORM MontarColunasGrade
           OPEN OUTPUT GradeFile
           MOVE 0 TO GradePagina
           MOVE 'S' TO GradePrimPag
           MOVE GradeDataIni TO GradeDia
           PERFORM VARYING GradeDiaK FROM 1 BY 1 UNTIL GradeDiaK > 7
               PERFORM EmitirDiaGrade
               MOVE GradeDia TO DataBloco
               PERFORM AvancarDia
               MOVE DataBloco TO GradeDia
           END-PERFORM
           CLOSE GradeFile
           .

       *>----------------- MONTAR COLUNAS DA GRADE -----------------
       MontarColunasGrade.
           MOVE 0 TO CountGradeRec
           PERFORM VARYING GradeRecK FROM 1 BY 1
               UNTIL GradeRecK > CountRecursos
               ADD 1 TO CountGradeRec
               MOVE RecursoNomeArr(GradeRecK)
                  TO GrNomeArr(CountGradeRec)
               MOVE RecursoPrepArr(GradeRecK)
                  TO GrPrepArr(CountGradeRec)
           END-PERFORM
           PERFORM VARYING GradeAgK FROM 1 BY 1
               UNTIL GradeAgK > CountAgenda
               IF DataArr(GradeAgK) >= GradeDataIni AND
                  DataArr(GradeAgK) <= GradeDataFim AND
                  SituArr(GradeAgK) NOT = 'R'
                   MOVE RecursoArr(GradeAgK) TO GradeRecNome
                   PERFORM LocalizarColunaGrade
                   IF GradeColK = 0
                       IF CountGradeRec < MaxGradeRec
                           ADD 1 TO CountGradeRec
                           MOVE GradeRecNome
                              TO GrNomeArr(CountGradeRec)
                           MOVE 0 TO GrPrepArr(CountGradeRec)
                       ELSE
                           MOVE 'S' TO GradeCapExcedida
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       *>----------------- LOCALIZAR COLUNA DA GRADE -----------------
       LocalizarColunaGrade.
           MOVE 0 TO GradeColK
           PERFORM VARYING GradeRecK FROM 1 BY 1
               UNTIL GradeRecK > CountGradeRec
               IF GrNomeArr(GradeRecK) = GradeRecNome
                   MOVE GradeRecK TO GradeColK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       *>----------------- EMITIR DIA DA GRADE -----------------
       EmitirDiaGrade.
           MOVE GradeDia TO DataBloco
           PERFORM ObterExpedienteDia
           MOVE 'N' TO GradeFeriado
           MOVE SPACES TO GradeFeriadoDesc
           PERFORM VARYING GradeK FROM 1 BY 1
               UNTIL GradeK > CountFeriados
               IF FeriadoArr(GradeK) = GradeDia
                   MOVE 'S' TO GradeFeriado
                   MOVE FeriadoDescArr(GradeK) TO GradeFeriadoDesc
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ExpDiaAbre TO HoraHHMM
           PERFORM ConverterHoraMin
           MOVE MinutosConv TO GradeAbreMin
           MOVE ExpDiaFecha TO HoraHHMM
           PERFORM ConverterHoraMin
           MOVE MinutosConv TO GradeFechaMin
           MOVE ExpDiaIntIni TO HoraHHMM
           PERFORM ConverterHoraMin
           MOVE MinutosConv TO GradeIntIniMin
           MOVE ExpDiaIntFim TO HoraHHMM
           PERFORM ConverterHoraMin
           MOVE MinutosConv TO GradeIntFimMin
           PERFORM CarregarCompGrade
           IF CountGradeRec = 0 OR DiaFechado = 'S'
               MOVE 1 TO GradeColIni
               MOVE CountGradeRec TO GradeColFim
               PERFORM CabecalhoGrade
               IF DiaFechado = 'S'
                   MOVE "DIA SEM EXPEDIENTE - RECURSOS FECHADOS."
                      TO LinhaGrade
               ELSE
                   MOVE "NENHUM RECURSO NEM COMPROMISSO NA SEMANA."
                      TO LinhaGrade
               END-IF
               PERFORM EmitirLinhaGrade
               PERFORM LegendaGrade
           ELSE
               PERFORM VARYING GradeColIni FROM 1 BY GradePorPag
                   UNTIL GradeColIni > CountGradeRec
                   COMPUTE GradeColFim = GradeColIni + GradePorPag - 1
                   IF GradeColFim > CountGradeRec
                       MOVE CountGradeRec TO GradeColFim
                   END-IF
                   PERFORM CabecalhoGrade
                   PERFORM EmitirHorariosGrade
                   PERFORM LegendaGrade
               END-PERFORM
           END-IF
           .

       *>----------------- CARREGAR COMPROMISSOS DO DIA NA GRADE --------
       CarregarCompGrade.
           MOVE 0 TO CountGradeComp
           PERFORM VARYING GradeAgK FROM 1 BY 1
               UNTIL GradeAgK > CountAgenda
               IF DataArr(GradeAgK) = GradeDia AND
                  SituArr(GradeAgK) NOT = 'R'
                   IF CountGradeComp < MaxGradeComp
                       ADD 1 TO CountGradeComp
                       MOVE GradeAgK TO GcIdxArr(CountGradeComp)
                       MOVE RecursoArr(GradeAgK) TO GradeRecNome
                       PERFORM LocalizarColunaGrade
                       MOVE GradeColK TO GcColArr(CountGradeComp)
                       MOVE HoraArr(GradeAgK) TO HoraHHMM
                       PERFORM ConverterHoraMin
                       MOVE MinutosConv TO GcIniArr(CountGradeComp)
                       COMPUTE GcFimArr(CountGradeComp) =
                          MinutosConv + DuracaoArr(GradeAgK)
                   ELSE
                       MOVE 'S' TO GradeCapExcedida
                   END-IF
               END-IF
           END-PERFORM
           .

       *>----------------- CABECALHO DA GRADE -----------------
       CabecalhoGrade.
           ADD 1 TO GradePagina
           IF GradePrimPag = 'S'
               MOVE 'N' TO GradePrimPag
           ELSE
               MOVE SPACES TO RegistroGrade
               WRITE RegistroGrade BEFORE ADVANCING PAGE
           END-IF
           MOVE ALL "=" TO RegistroGrade
           WRITE RegistroGrade
           MOVE SPACES TO RegistroGrade
           STRING "  GRADE DE OCUPACAO SEMANAL  " GradeDataIni " A "
              GradeDataFim "                              PAGINA "
              GradePagina
              DELIMITED BY SIZE INTO RegistroGrade
           END-STRING
           WRITE RegistroGrade
           MOVE SPACES TO RegistroGrade
           MOVE 1 TO GradePtr
           STRING "  DIA " GradeDia " "
              FUNCTION TRIM(NomeDiaSem(DiaSemana))
              DELIMITED BY SIZE INTO RegistroGrade
              WITH POINTER GradePtr
           END-STRING
           IF DiaFechado = 'S'
               STRING " - SEM EXPEDIENTE"
                  DELIMITED BY SIZE INTO RegistroGrade
                  WITH POINTER GradePtr
               END-STRING
           ELSE
               STRING " - EXPEDIENTE " ExpDiaAbre(1:2) ":"
                  ExpDiaAbre(3:2) " AS " ExpDiaFecha(1:2) ":"
                  ExpDiaFecha(3:2)
                  DELIMITED BY SIZE INTO RegistroGrade
                  WITH POINTER GradePtr
               END-STRING
           END-IF
           IF GradeFeriado = 'S'
               STRING " - FERIADO: " FUNCTION TRIM(GradeFeriadoDesc)
                  DELIMITED BY SIZE INTO RegistroGrade
                  WITH POINTER GradePtr
               END-STRING
           END-IF
           IF CountGradeRec > GradePorPag AND DiaFechado = 'N'
               STRING "  (RECURSOS " GradeColIni " A " GradeColFim
                  " DE " CountGradeRec ")"
                  DELIMITED BY SIZE INTO RegistroGrade
                  WITH POINTER GradePtr
               END-STRING
           END-IF
           WRITE RegistroGrade
           MOVE ALL "=" TO RegistroGrade
           WRITE RegistroGrade
           MOVE 4 TO GradeLinhas
           .

       *>----------------- EMITIR LINHA DA GRADE -----------------
       EmitirLinhaGrade.
           IF GradeLinhas >= 60
               PERFORM CabecalhoGrade
           END-IF
           MOVE LinhaGrade TO RegistroGrade
           WRITE RegistroGrade
           ADD 1 TO GradeLinhas
           .

       *>----------------- EMITIR HORARIOS DA GRADE -----------------
       EmitirHorariosGrade.
           MOVE SPACES TO LinhaGrade
           MOVE SPACES TO GradeSeparador
           MOVE 1 TO GradePtr
           STRING "HORA  " DELIMITED BY SIZE
              INTO LinhaGrade WITH POINTER GradePtr
           END-STRING
           MOVE "------" TO GradeSeparador
           PERFORM VARYING GradeColK FROM GradeColIni BY 1
               UNTIL GradeColK > GradeColFim
               STRING "|" GrNomeArr(GradeColK)(1:11)
                  DELIMITED BY SIZE
                  INTO LinhaGrade WITH POINTER GradePtr
               END-STRING
               MOVE "+-----------" TO GradeSeparador(GradePtr - 12:12)
           END-PERFORM
           MOVE "|" TO LinhaGrade(GradePtr:1)
           MOVE "+" TO GradeSeparador(GradePtr:1)
           PERFORM EmitirLinhaGrade
           MOVE SPACES TO LinhaGrade
           MOVE 1 TO GradePtr
           STRING "      " DELIMITED BY SIZE
              INTO LinhaGrade WITH POINTER GradePtr
           END-STRING
           PERFORM VARYING GradeColK FROM GradeColIni BY 1
               UNTIL GradeColK > GradeColFim
               STRING "|" GrNomeArr(GradeColK)(12:9) "  "
                  DELIMITED BY SIZE
                  INTO LinhaGrade WITH POINTER GradePtr
               END-STRING
           END-PERFORM
           MOVE "|" TO LinhaGrade(GradePtr:1)
           PERFORM EmitirLinhaGrade
           MOVE GradeSeparador TO LinhaGrade
           PERFORM EmitirLinhaGrade
           PERFORM VARYING GradeSlotIni FROM GradeAbreMin BY 30
               UNTIL GradeSlotIni >= GradeFechaMin
               COMPUTE GradeSlotFim = GradeSlotIni + 30
               IF GradeSlotFim > GradeFechaMin
                   MOVE GradeFechaMin TO GradeSlotFim
               END-IF
               MOVE GradeSlotIni TO MinutosConv
               PERFORM ConverterMinHora
               MOVE SPACES TO LinhaGrade
               MOVE 1 TO GradePtr
               STRING HoraHHMM(1:2) ":" HoraHHMM(3:2) " "
                  DELIMITED BY SIZE
                  INTO LinhaGrade WITH POINTER GradePtr
               END-STRING
               PERFORM VARYING GradeColK FROM GradeColIni BY 1
                   UNTIL GradeColK > GradeColFim
                   PERFORM MontarCelulaGrade
                   STRING "|" GradeCel DELIMITED BY SIZE
                      INTO LinhaGrade WITH POINTER GradePtr
                   END-STRING
               END-PERFORM
               MOVE "|" TO LinhaGrade(GradePtr:1)
               PERFORM EmitirLinhaGrade
           END-PERFORM
           MOVE GradeSeparador TO LinhaGrade
           PERFORM EmitirLinhaGrade
           .

       *>----------------- MONTAR CELULA DA GRADE -----------------
       MontarCelulaGrade.
           MOVE SPACES TO GradeCel
           MOVE 0 TO GradeQtdCel
           MOVE 'N' TO GradeCelPrep
           PERFORM VARYING GradeK FROM 1 BY 1
               UNTIL GradeK > CountGradeComp
               IF GcColArr(GradeK) = GradeColK
                   IF GcIniArr(GradeK) < GradeSlotFim AND
                      GcFimArr(GradeK) > GradeSlotIni
                       ADD 1 TO GradeQtdCel
                       IF GradeQtdCel = 1
                           MOVE GradeK TO GradeCodEd
                           MOVE GcIdxArr(GradeK) TO I
                           STRING "#" GradeCodEd " P" PriorArr(I)
                              DELIMITED BY SIZE INTO GradeCel
                           END-STRING
                           IF SituArr(I) = 'P'
                               MOVE "PEN" TO GradeCel(9:3)
                           END-IF
                       ELSE
                           MOVE "+" TO GradeCel(8:1)
                       END-IF
                   ELSE
                       COMPUTE GradePrepIni =
                          GcIniArr(GradeK) - GrPrepArr(GradeColK)
                       COMPUTE GradePrepFim =
                          GcFimArr(GradeK) + GrPrepArr(GradeColK)
                       IF GrPrepArr(GradeColK) > 0 AND
                          GradePrepIni < GradeSlotFim AND
                          GradePrepFim > GradeSlotIni
                           MOVE 'S' TO GradeCelPrep
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF GradeQtdCel = 0
               IF GradeCelPrep = 'S'
                   MOVE " -- PREP --" TO GradeCel
               ELSE
                   IF GradeIntFimMin > GradeIntIniMin AND
                      GradeSlotIni < GradeIntFimMin AND
                      GradeSlotFim > GradeIntIniMin
                       MOVE " INTERVALO " TO GradeCel
                   ELSE
                       IF GradeFeriado = 'S'
                           MOVE "  FERIADO  " TO GradeCel
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- LEGENDA DA GRADE -----------------
       LegendaGrade.
           MOVE SPACES TO LinhaGrade
           PERFORM EmitirLinhaGrade
           MOVE SPACES TO LinhaGrade
           STRING "LEGENDA: #NNN = CODIGO DO COMPROMISSO (LISTA ABAIXO)"
              "   P1-P9 = PRIORIDADE   PEN = PENDENTE DE APROVACAO"
              "   + = MAIS DE UM NO HORARIO"
              DELIMITED BY SIZE INTO LinhaGrade
           END-STRING
           PERFORM EmitirLinhaGrade
           MOVE SPACES TO LinhaGrade
           STRING "         -- PREP -- = TEMPO DE PREPARACAO DO RECURSO"
              "   INTERVALO = INTERVALO DO EXPEDIENTE"
              "   FERIADO = DIA BLOQUEADO PARA RESERVAS"
              DELIMITED BY SIZE INTO LinhaGrade
           END-STRING
           PERFORM EmitirLinhaGrade
           MOVE SPACES TO LinhaGrade
           PERFORM EmitirLinhaGrade
           MOVE 'N' TO GradeAchou
           PERFORM VARYING GradeK FROM 1 BY 1
               UNTIL GradeK > CountGradeComp
               IF GcColArr(GradeK) >= GradeColIni AND
                  GcColArr(GradeK) <= GradeColFim AND
                  GcColArr(GradeK) > 0
                   MOVE 'S' TO GradeAchou
                   MOVE GradeK TO GradeCodEd
                   MOVE GcIdxArr(GradeK) TO I
                   PERFORM MontarMarcaSitu
                   MOVE SPACES TO LinhaGrade
                   STRING "#" GradeCodEd "  " HoraArr(I)(1:2) ":"
                      HoraArr(I)(3:2) "  " DuracaoArr(I) " MIN  P"
                      PriorArr(I) "  " RecursoArr(I) "  " DescArr(I)
                      "  " FUNCTION TRIM(MarcaSitu)
                      DELIMITED BY SIZE INTO LinhaGrade
                   END-STRING
                   PERFORM EmitirLinhaGrade
               END-IF
           END-PERFORM
           IF GradeAchou = 'N'
               MOVE "NENHUM COMPROMISSO NOS RECURSOS DESTA PAGINA."
                  TO LinhaGrade
               PERFORM EmitirLinhaGrade
           END-IF
           .

       *>----------------- DADOS PESSOAIS (LGPD) -----------------
       DadosPessoaisLgpd.
           MOVE 9 TO OpcaoLgpd
           PERFORM UNTIL OpcaoLgpd = 0
               DISPLAY "---- DADOS PESSOAIS (LGPD) ----"
               DISPLAY "1 - Relatorio de Dados do Titular"
               DISPLAY "2 - Anonimizar Pessoas Inativas (retencao "
                  RetencaoLgpd " dias)"
               DISPLAY "0 - Voltar"
               ACCEPT OpcaoLgpd
               EVALUATE OpcaoLgpd
                   WHEN 1 PERFORM RelatorioTitularLgpd
                   WHEN 2 PERFORM AnonimizarInativos
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM
           .

       *>----------------- RELATORIO DO TITULAR -----------------
       RelatorioTitularLgpd.
           MOVE 0 TO CountLgpdPes
           MOVE 0 TO CountLgpdAlvo
           MOVE 0 TO PessoaIdx
           IF CountPessoas = 0
               DISPLAY "Nome do titular: "
               ACCEPT TempNomePart
               DISPLAY "E-mail do titular (vazio se nao houver): "
               MOVE SPACES TO TempEmail
               ACCEPT TempEmail
               MOVE 0 TO LgpdNovoCod
               MOVE TempNomePart TO LgpdNovoNome
               MOVE TempEmail TO LgpdNovoEmail
               PERFORM IncluirPesLgpd
           ELSE
               DISPLAY "Codigo da pessoa: "
               ACCEPT OpcaoPessoa
               PERFORM BuscarPessoaCod
               IF PessoaIdx = 0
                   DISPLAY "Pessoa nao encontrada."
               ELSE
                   MOVE PessoaCodArr(PessoaIdx) TO LgpdNovoCod
                   MOVE PessoaNomeArr(PessoaIdx) TO LgpdNovoNome
                   MOVE PessoaEmailArr(PessoaIdx) TO LgpdNovoEmail
                   PERFORM IncluirPesLgpd
               END-IF
           END-IF
           IF CountLgpdPes > 0
               PERFORM GerarRelatorioTitular
               DISPLAY "Relatorio gravado em AgendaLgpdTitular.txt ("
                  LgpdQtdTotal " registro(s))."
           END-IF
           .

       *>----------------- GERAR RELATORIO DO TITULAR -----------------
       GerarRelatorioTitular.
           MOVE 'N' TO LgpdModoAnon
           MOVE 'N' TO LgpdFalha
           MOVE 0 TO LgpdQtdTotal
           MOVE 0 TO CountLgpdChave
           MOVE 'N' TO LgpdChaveExcedida
           MOVE "AgendaLgpdTitular.txt" TO LgpdNomeRel
           OPEN OUTPUT LgpdRelFile
           MOVE ALL "=" TO LinhaLgpd
           PERFORM EmitirLinhaLgpd
           MOVE SPACES TO LinhaLgpd
           STRING "  RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)"
              "  -  EMITIDO EM " Today " "
              FUNCTION CURRENT-DATE(9:4) " POR " OperAtual
              DELIMITED BY SIZE INTO LinhaLgpd
           END-STRING
           PERFORM EmitirLinhaLgpd
           MOVE ALL "=" TO LinhaLgpd
           PERFORM EmitirLinhaLgpd
           MOVE SPACES TO LinhaLgpd
           IF PessoaIdx > 0
               STRING "TITULAR: " PessoaCodArr(PessoaIdx) " - "
                  PessoaNomeArr(PessoaIdx) " "
                  FUNCTION TRIM(PessoaEmailArr(PessoaIdx))
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
           ELSE
               STRING "TITULAR: " LgpdNovoNome " "
                  FUNCTION TRIM(LgpdNovoEmail)
                  " (SEM CADASTRO DE PESSOAS)"
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
           END-IF
           PERFORM EmitirLinhaLgpd
           MOVE "PESQUISA POR NOME E E-MAIL (TEXTO LIVRE INCLUSIVE) E "
              TO LinhaLgpd
           MOVE "PELO CODIGO DA PESSOA (RESPONSAVEL E AUSENCIAS)."
              TO LinhaLgpd(54:50)
           PERFORM EmitirLinhaLgpd
           PERFORM LgpdPessoas
           PERFORM LgpdAusencias
           PERFORM ProcessarArquivosLgpd
           PERFORM LgpdCheckin
           PERFORM LgpdLembHist
           MOVE SPACES TO LinhaLgpd
           PERFORM EmitirLinhaLgpd
           MOVE SPACES TO LinhaLgpd
           STRING "TOTAL DE REGISTROS ENCONTRADOS: " LgpdQtdTotal
              DELIMITED BY SIZE INTO LinhaLgpd
           END-STRING
           PERFORM EmitirLinhaLgpd
           CLOSE LgpdRelFile
           .

       *>----------------- INCLUIR PESSOA NA PESQUISA LGPD -------------
       IncluirPesLgpd.
           ADD 1 TO CountLgpdPes
           MOVE PessoaIdx TO LgpdPesIdxArr(CountLgpdPes)
           MOVE LgpdNovoCod TO LgpdPesCodArr(CountLgpdPes)
           MOVE FUNCTION UPPER-CASE(LgpdNovoNome)
              TO LgpdPesNomeMaiArr(CountLgpdPes)
           MOVE SPACES TO LgpdPesAnonArr(CountLgpdPes)
           STRING "ANON-" LgpdNovoCod DELIMITED BY SIZE
              INTO LgpdPesAnonArr(CountLgpdPes)
           END-STRING
           PERFORM VARYING LgpdArqK FROM 1 BY 1 UNTIL LgpdArqK > 22
               MOVE 0 TO LgpdCntArr(CountLgpdPes, LgpdArqK)
           END-PERFORM
           IF LgpdNovoNome NOT = SPACES
               MOVE LgpdNovoNome TO LgpdAlvoTmp
               PERFORM IncluirAlvoLgpd
           END-IF
           IF LgpdNovoEmail NOT = SPACES
               MOVE LgpdNovoEmail TO LgpdAlvoTmp
               PERFORM IncluirAlvoLgpd
           END-IF
           .

       *>----------------- INCLUIR ALVO DE PESQUISA LGPD -----------------
       IncluirAlvoLgpd.
           COMPUTE LgpdAlvoLen =
              FUNCTION LENGTH(FUNCTION TRIM(LgpdAlvoTmp))
           IF LgpdAlvoLen >= 3 AND CountLgpdAlvo < MaxLgpdAlvo
               ADD 1 TO CountLgpdAlvo
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LgpdAlvoTmp))
                  TO LgpdAlvoArr(CountLgpdAlvo)
               MOVE LgpdAlvoLen TO LgpdAlvoLenArr(CountLgpdAlvo)
               MOVE CountLgpdPes TO LgpdAlvoPesArr(CountLgpdAlvo)
           END-IF
           .

       *>----------------- TRATAR CAMPO DE NOME -----------------
       TratarNomeLgpd.
           MOVE 'N' TO LgpdCasou
           MOVE FUNCTION UPPER-CASE(LgpdNome) TO LgpdNomeMai
           IF LgpdNome NOT = SPACES
               PERFORM VARYING LgpdPesK FROM 1 BY 1
                   UNTIL LgpdPesK > CountLgpdPes
                   IF LgpdNomeMai = LgpdPesNomeMaiArr(LgpdPesK)
                       MOVE 'S' TO LgpdCasou
                       MOVE 'S' TO LgpdRegCasou
                       IF LgpdModoAnon = 'S'
                           MOVE LgpdPesAnonArr(LgpdPesK) TO LgpdNome
                           ADD 1 TO LgpdCntArr(LgpdPesK, LgpdArqK)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           .

       *>----------------- TRATAR CAMPO DE CODIGO -----------------
       TratarCodLgpd.
           MOVE 'N' TO LgpdCasou
           IF LgpdCodCampo > 0
               PERFORM VARYING LgpdPesK FROM 1 BY 1
                   UNTIL LgpdPesK > CountLgpdPes
                   IF LgpdCodCampo = LgpdPesCodArr(LgpdPesK)
                       MOVE 'S' TO LgpdCasou
                       MOVE 'S' TO LgpdRegCasou
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           .

       *>----------------- TRATAR TEXTO LIVRE -----------------
       TratarTextoLgpd.
           MOVE FUNCTION UPPER-CASE(LgpdTexto) TO LgpdTextoMai
           MOVE SPACES TO LgpdSaida
           MOVE 1 TO LgpdPosSai
           MOVE 'N' TO LgpdTextoMudou
           MOVE 1 TO LgpdPos
           PERFORM UNTIL LgpdPos > LgpdTam
               PERFORM CompararAlvosLgpd
               IF LgpdCasou = 'S'
                   MOVE 'S' TO LgpdTextoMudou
                   MOVE 'S' TO LgpdRegCasou
                   MOVE LgpdAlvoPesArr(LgpdAlvoK) TO LgpdPesK
                   IF LgpdModoAnon = 'S'
                       ADD 1 TO LgpdCntArr(LgpdPesK, LgpdArqK)
                   END-IF
                   STRING LgpdPesAnonArr(LgpdPesK) DELIMITED BY SPACE
                      INTO LgpdSaida WITH POINTER LgpdPosSai
                   END-STRING
                   ADD LgpdAlvoLenArr(LgpdAlvoK) TO LgpdPos
               ELSE
                   IF LgpdPosSai <= 500
                       MOVE LgpdTexto(LgpdPos:1)
                          TO LgpdSaida(LgpdPosSai:1)
                       ADD 1 TO LgpdPosSai
                   END-IF
                   ADD 1 TO LgpdPos
               END-IF
           END-PERFORM
           IF LgpdModoAnon = 'S' AND LgpdTextoMudou = 'S'
               MOVE LgpdSaida TO LgpdTexto
           END-IF
           .

       *>----------------- COMPARAR ALVOS NA POSICAO -----------------
       CompararAlvosLgpd.
           MOVE 'N' TO LgpdCasou
           PERFORM VARYING LgpdAlvoK FROM 1 BY 1
               UNTIL LgpdAlvoK > CountLgpdAlvo
               COMPUTE LgpdPosFim = LgpdPos + LgpdAlvoLenArr(LgpdAlvoK)
               IF LgpdPosFim - 1 <= LgpdTam
                   IF LgpdTextoMai(LgpdPos:LgpdAlvoLenArr(LgpdAlvoK))
                      = LgpdAlvoArr(LgpdAlvoK)
                         (1:LgpdAlvoLenArr(LgpdAlvoK))
                       PERFORM VerificarLimiteLgpd
                       IF LgpdLimiteOk = 'S'
                           MOVE 'S' TO LgpdCasou
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       *>----------------- VERIFICAR LIMITE DE PALAVRA -----------------
       VerificarLimiteLgpd.
           MOVE 'S' TO LgpdLimiteOk
           IF LgpdPos > 1
               MOVE LgpdTextoMai(LgpdPos - 1:1) TO LgpdCar
               PERFORM TestarCarLgpd
               IF LgpdCarAlfa = 'S'
                   MOVE 'N' TO LgpdLimiteOk
               END-IF
           END-IF
           IF LgpdPosFim <= LgpdTam
               MOVE LgpdTextoMai(LgpdPosFim:1) TO LgpdCar
               PERFORM TestarCarLgpd
               IF LgpdCarAlfa = 'S'
                   MOVE 'N' TO LgpdLimiteOk
               END-IF
           END-IF
           .

       *>----------------- TESTAR CARACTERE ALFANUMERICO ----------------
       TestarCarLgpd.
           IF (LgpdCar >= "A" AND LgpdCar <= "Z") OR
              (LgpdCar >= "0" AND LgpdCar <= "9")
               MOVE 'S' TO LgpdCarAlfa
           ELSE
               MOVE 'N' TO LgpdCarAlfa
           END-IF
           .

       *>----------------- SECAO DO RELATORIO LGPD -----------------
       SecaoLgpd.
           MOVE 0 TO LgpdQtdArq
           MOVE 'N' TO LgpdArqMudou
           IF LgpdModoAnon = 'N'
               MOVE SPACES TO LinhaLgpd
               PERFORM EmitirLinhaLgpd
               MOVE SPACES TO LinhaLgpd
               STRING "---- " FUNCTION TRIM(LgpdArqNomeArr(LgpdArqK))
                  " ----" DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM EmitirLinhaLgpd
           END-IF
           .

       *>----------------- FIM DE SECAO DO RELATORIO LGPD --------------
       FimSecaoLgpd.
           IF LgpdModoAnon = 'N'
               ADD LgpdQtdArq TO LgpdQtdTotal
               MOVE SPACES TO LinhaLgpd
               STRING "  " LgpdQtdArq " REGISTRO(S)."
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM EmitirLinhaLgpd
           END-IF
           .

       *>----------------- REGISTRO ENCONTRADO -----------------
       RegistroAchadoLgpd.
           ADD 1 TO LgpdQtdArq
           IF LgpdModoAnon = 'S'
               MOVE 'S' TO LgpdArqMudou
           ELSE
               PERFORM EmitirLinhaLgpd
           END-IF
           .

       *>----------------- EMITIR LINHA LGPD -----------------
       EmitirLinhaLgpd.
           MOVE LinhaLgpd TO RegistroLgpdRel
           WRITE RegistroLgpdRel
           .

       *>----------------- REGISTRAR CHAVE DO TITULAR -----------------
       RegistrarChaveLgpd.
           IF LgpdModoAnon = 'N'
               MOVE 'N' TO LgpdCasou
               PERFORM VARYING LgpdChK FROM 1 BY 1
                   UNTIL LgpdChK > CountLgpdChave
                   IF LgpdChaveArr(LgpdChK) = LgpdChave
                       MOVE 'S' TO LgpdCasou
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF LgpdCasou = 'N'
                   IF CountLgpdChave < MaxLgpdChave
                       ADD 1 TO CountLgpdChave
                       MOVE LgpdChave TO LgpdChaveArr(CountLgpdChave)
                   ELSE
                       MOVE 'S' TO LgpdChaveExcedida
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- PROCESSAR ARQUIVOS LGPD -----------------
       ProcessarArquivosLgpd.
           PERFORM LgpdAgenda
           PERFORM LgpdParticipantes
           PERFORM LgpdPresencas
           PERFORM LgpdHistorico
           PERFORM LgpdHistPart
           PERFORM LgpdLog
           PERFORM LgpdLembretes
           PERFORM LgpdAvisos
           PERFORM LgpdEspera
           PERFORM LgpdExcecoes
           PERFORM LgpdPedidos
           PERFORM LgpdOperadores
           PERFORM LgpdPartSeq
           PERFORM LgpdDeltaCtl
           PERFORM LgpdDelta
           PERFORM LgpdConvites
           PERFORM LgpdConvitesAlt
           PERFORM LgpdBackups
           .

       *>----------------- LGPD - CADASTRO DE PESSOAS -----------------
       LgpdPessoas.
           MOVE 1 TO LgpdArqK
           PERFORM SecaoLgpd
           PERFORM VARYING PesK FROM 1 BY 1 UNTIL PesK > CountPessoas
               MOVE 'N' TO LgpdRegCasou
               MOVE PessoaCodArr(PesK) TO LgpdCodCampo
               PERFORM TratarCodLgpd
               MOVE PessoaNomeArr(PesK) TO LgpdNome
               PERFORM TratarNomeLgpd
               MOVE PessoaEmailArr(PesK) TO LgpdTexto
               MOVE 40 TO LgpdTam
               PERFORM TratarTextoLgpd
               IF LgpdRegCasou = 'S'
                   PERFORM MontarSituPessoa
                   MOVE SPACES TO LinhaLgpd
                   STRING "  " PessoaCodArr(PesK) "  "
                      PessoaNomeArr(PesK) "  " PessoaEmailArr(PesK)
                      "  " PessoaDeptoArr(PesK) "  "
                      FUNCTION TRIM(LgpdSituTxt)
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   PERFORM RegistroAchadoLgpd
               END-IF
           END-PERFORM
           PERFORM FimSecaoLgpd
           .

       *>----------------- MONTAR SITUACAO DA PESSOA -----------------
       MontarSituPessoa.
           MOVE SPACES TO LgpdSituTxt
           EVALUATE PessoaSituArr(PesK)
               WHEN 'I'
                   STRING "INATIVA DESDE " PessoaInatArr(PesK)
                      DELIMITED BY SIZE INTO LgpdSituTxt
                   END-STRING
               WHEN 'N'
                   MOVE "ANONIMIZADA" TO LgpdSituTxt
               WHEN OTHER
                   MOVE "ATIVA" TO LgpdSituTxt
           END-EVALUATE
           .

       *>----------------- LGPD - AUSENCIAS -----------------
       LgpdAusencias.
           MOVE 19 TO LgpdArqK
           PERFORM SecaoLgpd
           PERFORM VARYING AusK FROM 1 BY 1 UNTIL AusK > CountAus
               MOVE 'N' TO LgpdRegCasou
               MOVE AusPessoaArr(AusK) TO LgpdCodCampo
               PERFORM TratarCodLgpd
               IF LgpdRegCasou = 'S'
                   MOVE SPACES TO LinhaLgpd
                   STRING "  " AusIniDataArr(AusK) " "
                      AusIniHoraArr(AusK) " A " AusFimDataArr(AusK)
                      " " AusFimHoraArr(AusK) "  " AusTipoArr(AusK)
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   PERFORM RegistroAchadoLgpd
               END-IF
           END-PERFORM
           PERFORM FimSecaoLgpd
           .

       *>----------------- LGPD - AGENDA -----------------
       LgpdAgenda.
           MOVE 2 TO LgpdArqK
           PERFORM SecaoLgpd
           MOVE LOW-VALUES TO ChaveComp
           START AgendaFile KEY IS >= ChaveComp
               INVALID KEY MOVE "10" TO FileStatus
           END-START
           PERFORM UNTIL FileStatus = "10"
               READ AgendaFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'N' TO LgpdRegCasou
                       IF RespComp IS NUMERIC
                           MOVE RespComp TO LgpdCodCampo
                       ELSE
                           MOVE 0 TO LgpdCodCampo
                       END-IF
                       PERFORM TratarCodLgpd
                       MOVE DescricaoComp TO LgpdTexto
                       MOVE 50 TO LgpdTam
                       PERFORM TratarTextoLgpd
                       IF LgpdRegCasou = 'S'
                           MOVE DataComp TO LgpdChData
                           MOVE HoraComp TO LgpdChHora
                           MOVE RecursoComp TO LgpdChRecurso
                           PERFORM RegistrarChaveLgpd
                           MOVE SPACES TO LinhaLgpd
                           STRING "  " DataComp " " HoraComp " "
                              RecursoComp " RESP " RespComp " SITU "
                              Situacao "  " DescricaoComp
                              DELIMITED BY SIZE INTO LinhaLgpd
                           END-STRING
                           PERFORM RegistroAchadoLgpd
                           IF LgpdModoAnon = 'S' AND
                              LgpdTextoMudou = 'S'
                               MOVE LgpdTexto TO DescricaoComp
                               REWRITE RegistroAgenda
                                   INVALID KEY
                                       MOVE 'S' TO LgpdFalha
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LgpdModoAnon = 'S' AND LgpdArqMudou = 'S'
               PERFORM CarregarAgenda
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- LGPD - PARTICIPANTES -----------------
       LgpdParticipantes.
           MOVE 3 TO LgpdArqK
           PERFORM SecaoLgpd
           MOVE 0 TO CountLgpdTroca
           OPEN INPUT ParticipantesFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF FileStatus NOT = "00"
                   DISPLAY "Erro ao abrir AgendaParticipantes.dat "
                      "(status " FileStatus ")."
                   MOVE 'S' TO LgpdFalha
               ELSE
                   MOVE LOW-VALUES TO ChavePart
                   START ParticipantesFile KEY IS >= ChavePart
                       INVALID KEY MOVE "10" TO FileStatus
                   END-START
                   PERFORM UNTIL FileStatus = "10"
                       READ ParticipantesFile NEXT
                           AT END CONTINUE
                           NOT AT END
                               MOVE 'N' TO LgpdRegCasou
                               MOVE NomePart TO LgpdNome
                               PERFORM TratarNomeLgpd
                               IF LgpdRegCasou = 'S'
                                   PERFORM AchadoPartLgpd
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ParticipantesFile
                   IF LgpdModoAnon = 'S' AND CountLgpdTroca > 0
                       PERFORM RechavearPartLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- PARTICIPANTE ENCONTRADO -----------------
       AchadoPartLgpd.
           MOVE DataPart TO LgpdChData
           MOVE HoraPart TO LgpdChHora
           MOVE RecursoPart TO LgpdChRecurso
           PERFORM RegistrarChaveLgpd
           MOVE SPACES TO LinhaLgpd
           STRING "  " DataPart " " HoraPart " " RecursoPart
              " PARTICIPANTE " NomePart
              DELIMITED BY SIZE INTO LinhaLgpd
           END-STRING
           PERFORM RegistroAchadoLgpd
           IF LgpdModoAnon = 'S'
               IF CountLgpdTroca < MaxLgpdTroca
                   ADD 1 TO CountLgpdTroca
                   MOVE RegistroParticipante
                      TO LgpdTrRegArr(CountLgpdTroca)
                   MOVE LgpdNome TO LgpdTrNovoArr(CountLgpdTroca)
               ELSE
                   MOVE 'S' TO LgpdFalha
               END-IF
           END-IF
           .

       *>----------------- RECHAVEAR PARTICIPANTES -----------------
       RechavearPartLgpd.
           PERFORM AbrirPartGravacao
           IF PartArqOk = 'N'
               MOVE 'S' TO LgpdFalha
           ELSE
               PERFORM VARYING LgpdTrK FROM 1 BY 1
                   UNTIL LgpdTrK > CountLgpdTroca
                   MOVE LgpdTrRegArr(LgpdTrK) TO RegistroParticipante
                   DELETE ParticipantesFile RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE LgpdTrNovoArr(LgpdTrK) TO NomePart
                   WRITE RegistroParticipante
                       INVALID KEY
                           ADD 1 TO LgpdQtdErroChave
                           MOVE 'S' TO LgpdFalha
                           MOVE LgpdTrRegArr(LgpdTrK)
                              TO RegistroParticipante
                           WRITE RegistroParticipante
                               INVALID KEY CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO LgpdQtdRechave
                   END-WRITE
               END-PERFORM
               CLOSE ParticipantesFile
               PERFORM CarregarParticipantes
           END-IF
           .

       *>----------------- LGPD - PRESENCAS -----------------
       LgpdPresencas.
           MOVE 4 TO LgpdArqK
           PERFORM SecaoLgpd
           MOVE 0 TO CountLgpdTroca
           OPEN INPUT PresencasFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF FileStatus NOT = "00"
                   DISPLAY "Erro ao abrir AgendaPresencas.dat "
                      "(status " FileStatus ")."
                   MOVE 'S' TO LgpdFalha
               ELSE
                   MOVE LOW-VALUES TO ChavePres
                   START PresencasFile KEY IS >= ChavePres
                       INVALID KEY MOVE "10" TO FileStatus
                   END-START
                   PERFORM UNTIL FileStatus = "10"
                       READ PresencasFile NEXT
                           AT END CONTINUE
                           NOT AT END
                               MOVE 'N' TO LgpdRegCasou
                               MOVE NomePres TO LgpdNome
                               PERFORM TratarNomeLgpd
                               IF LgpdRegCasou = 'S'
                                   PERFORM AchadoPresLgpd
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PresencasFile
                   IF LgpdModoAnon = 'S' AND CountLgpdTroca > 0
                       PERFORM RechavearPresLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- PRESENCA ENCONTRADA -----------------
       AchadoPresLgpd.
           MOVE SPACES TO LinhaLgpd
           STRING "  " DataPres " " HoraPres " " RecursoPres " "
              NomePres " PRESENCA " PresSitu " EM " PresTsData " "
              PresTsHora
              DELIMITED BY SIZE INTO LinhaLgpd
           END-STRING
           PERFORM RegistroAchadoLgpd
           IF LgpdModoAnon = 'S'
               IF CountLgpdTroca < MaxLgpdTroca
                   ADD 1 TO CountLgpdTroca
                   MOVE RegistroPresenca
                      TO LgpdTrRegArr(CountLgpdTroca)
                   MOVE LgpdNome TO LgpdTrNovoArr(CountLgpdTroca)
               ELSE
                   MOVE 'S' TO LgpdFalha
               END-IF
           END-IF
           .

       *>----------------- RECHAVEAR PRESENCAS -----------------
       RechavearPresLgpd.
           PERFORM AbrirPresGravacao
           IF PresArqOk = 'N'
               MOVE 'S' TO LgpdFalha
           ELSE
               PERFORM VARYING LgpdTrK FROM 1 BY 1
                   UNTIL LgpdTrK > CountLgpdTroca
                   MOVE LgpdTrRegArr(LgpdTrK) TO RegistroPresenca
                   DELETE PresencasFile RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE LgpdTrNovoArr(LgpdTrK) TO NomePres
                   WRITE RegistroPresenca
                       INVALID KEY
                           ADD 1 TO LgpdQtdErroChave
                           MOVE 'S' TO LgpdFalha
                           MOVE LgpdTrRegArr(LgpdTrK)
                              TO RegistroPresenca
                           WRITE RegistroPresenca
                               INVALID KEY CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO LgpdQtdRechave
                   END-WRITE
               END-PERFORM
               CLOSE PresencasFile
           END-IF
           .

       *>----------------- LGPD - CHECK-IN -----------------
       LgpdCheckin.
           MOVE 20 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT CheckinFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ CheckinFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE 'N' TO LgpdRegCasou
                           IF CkResp IS NUMERIC
                               MOVE CkResp TO LgpdCodCampo
                           ELSE
                               MOVE 0 TO LgpdCodCampo
                           END-IF
                           PERFORM TratarCodLgpd
                           IF LgpdRegCasou = 'S'
                               MOVE SPACES TO LinhaLgpd
                               STRING "  " CkData " " CkHora " "
                                  CkRecurso " SITU " CkSitu " RESP "
                                  CkResp " EM " CkTsData " " CkTsHora
                                  " OPER " CkOper
                                  DELIMITED BY SIZE INTO LinhaLgpd
                               END-STRING
                               PERFORM RegistroAchadoLgpd
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckinFile
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- LGPD - HISTORICO -----------------
       LgpdHistorico.
           MOVE 5 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT HistoricoFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ HistoricoFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           PERFORM TratarHistoricoLgpd
                           IF LgpdModoAnon = 'S'
                               MOVE RegistroHistorico
                                  TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoricoFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarHistoricoLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- TRATAR REGISTRO DO HISTORICO -----------------
       TratarHistoricoLgpd.
           MOVE 'N' TO LgpdRegCasou
           IF RespHist IS NUMERIC
               MOVE RespHist TO LgpdCodCampo
           ELSE
               MOVE 0 TO LgpdCodCampo
           END-IF
           PERFORM TratarCodLgpd
           MOVE DescHist TO LgpdTexto
           MOVE 50 TO LgpdTam
           PERFORM TratarTextoLgpd
           IF LgpdRegCasou = 'S'
               MOVE DataHist TO LgpdChData
               MOVE HoraHist TO LgpdChHora
               MOVE RecursoHist TO LgpdChRecurso
               PERFORM RegistrarChaveLgpd
               MOVE SPACES TO LinhaLgpd
               STRING "  " DataHist " " HoraHist " " RecursoHist
                  " RESP " RespHist " SITU " SituHist "  " DescHist
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM RegistroAchadoLgpd
               MOVE LgpdTexto TO DescHist
           END-IF
           .

       *>----------------- REGRAVAR HISTORICO -----------------
       VoltarHistoricoLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT HistoricoFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroHistorico
                       WRITE RegistroHistorico
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE HistoricoFile
           .

       *>----------------- LGPD - PARTICIPANTES DO HISTORICO ------------
       LgpdHistPart.
           MOVE 6 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT HistPartFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ HistPartFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE 'N' TO LgpdRegCasou
                           MOVE NomeHistPart TO LgpdNome
                           PERFORM TratarNomeLgpd
                           IF LgpdRegCasou = 'S'
                               MOVE DataHistPart TO LgpdChData
                               MOVE HoraHistPart TO LgpdChHora
                               MOVE RecursoHistPart TO LgpdChRecurso
                               PERFORM RegistrarChaveLgpd
                               MOVE SPACES TO LinhaLgpd
                               STRING "  " DataHistPart " "
                                  HoraHistPart " " RecursoHistPart
                                  " PARTICIPANTE " NomeHistPart
                                  DELIMITED BY SIZE INTO LinhaLgpd
                               END-STRING
                               PERFORM RegistroAchadoLgpd
                               MOVE LgpdNome TO NomeHistPart
                           END-IF
                           IF LgpdModoAnon = 'S'
                               MOVE RegistroHistPart
                                  TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistPartFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarHistPartLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- REGRAVAR PARTICIPANTES DO HISTORICO ----------
       VoltarHistPartLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT HistPartFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroHistPart
                       WRITE RegistroHistPart
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE HistPartFile
           .

       *>----------------- LGPD - LOG DE AUDITORIA -----------------
       LgpdLog.
           MOVE 7 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT LogFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ LogFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           PERFORM TratarLogLgpd
                           IF LgpdModoAnon = 'S'
                               MOVE RegistroLog TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LogFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarLogLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- TRATAR REGISTRO DO LOG -----------------
       TratarLogLgpd.
           MOVE 'N' TO LgpdRegCasou
           IF LogResp IS NUMERIC
               MOVE LogResp TO LgpdCodCampo
           ELSE
               MOVE 0 TO LgpdCodCampo
           END-IF
           PERFORM TratarCodLgpd
           MOVE LogDescComp TO LgpdTexto
           MOVE 50 TO LgpdTam
           PERFORM TratarTextoLgpd
           IF LgpdRegCasou = 'S'
               MOVE SPACES TO LinhaLgpd
               STRING "  " LogTsData " " LogTsHora " " LogAcao " "
                  LogDataComp " " LogHoraComp " " LogRecurso
                  " RESP " LogResp " " LogDescComp
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM RegistroAchadoLgpd
               MOVE LgpdTexto TO LogDescComp
           END-IF
           .

       *>----------------- REGRAVAR LOG -----------------
       VoltarLogLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT LogFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroLog
                       WRITE RegistroLog
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE LogFile
           .

       *>----------------- LGPD - LEMBRETES -----------------
       LgpdLembretes.
           MOVE 8 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT LembretesFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ LembretesFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE RegistroLembrete TO LgpdAvisoReg
                           PERFORM TratarLembreteLgpd
                           IF LgpdModoAnon = 'S'
                               MOVE LgpdAvisoReg TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LembretesFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarLembretesLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- TRATAR LEMBRETE OU AVISO -----------------
       TratarLembreteLgpd.
           MOVE 'N' TO LgpdRegCasou
           MOVE LaDesc TO LgpdTexto
           MOVE 50 TO LgpdTam
           PERFORM TratarTextoLgpd
           MOVE LgpdTexto TO LaDesc
           MOVE LaParts TO LgpdTexto
           MOVE 150 TO LgpdTam
           PERFORM TratarTextoLgpd
           IF LgpdRegCasou = 'S'
               MOVE SPACES TO LinhaLgpd
               STRING "  " LaTipo " " LaData " " LaHora " " LaRecurso
                  " " LaDesc
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM RegistroAchadoLgpd
               IF LgpdModoAnon = 'N'
                   MOVE SPACES TO LinhaLgpd
                   STRING "      PARTICIPANTES: " LaParts(1:100)
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   PERFORM EmitirLinhaLgpd
                   IF LaParts(101:50) NOT = SPACES
                       MOVE SPACES TO LinhaLgpd
                       STRING "                     " LaParts(101:50)
                          DELIMITED BY SIZE INTO LinhaLgpd
                       END-STRING
                       PERFORM EmitirLinhaLgpd
                   END-IF
               END-IF
               MOVE LgpdTexto TO LaParts
           END-IF
           .

       *>----------------- REGRAVAR LEMBRETES -----------------
       VoltarLembretesLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT LembretesFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroLembrete
                       WRITE RegistroLembrete
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE LembretesFile
           .

       *>----------------- LGPD - AVISOS PENDENTES -----------------
       LgpdAvisos.
           MOVE 9 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT AvisosFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ AvisosFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE RegistroAviso TO LgpdAvisoReg
                           PERFORM TratarLembreteLgpd
                           IF LgpdModoAnon = 'S'
                               MOVE LgpdAvisoReg TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AvisosFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarAvisosLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- REGRAVAR AVISOS PENDENTES -----------------
       VoltarAvisosLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT AvisosFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroAviso
                       WRITE RegistroAviso
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE AvisosFile
           .

       *>----------------- LGPD - HISTORICO DE LEMBRETES ----------------
       LgpdLembHist.
           MOVE 21 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT LembHistFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ LembHistFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE LHData TO LgpdChData
                           MOVE LHHora TO LgpdChHora
                           MOVE LHRecurso TO LgpdChRecurso
                           PERFORM VARYING LgpdChK FROM 1 BY 1
                               UNTIL LgpdChK > CountLgpdChave
                               IF LgpdChaveArr(LgpdChK) = LgpdChave
                                   MOVE SPACES TO LinhaLgpd
                                   STRING "  " LHData " " LHHora " "
                                      LHRecurso " ENVIO " LHEnvio " "
                                      LHSitu
                                      DELIMITED BY SIZE INTO LinhaLgpd
                                   END-STRING
                                   PERFORM RegistroAchadoLgpd
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LembHistFile
           END-IF
           IF LgpdChaveExcedida = 'S'
               MOVE SPACES TO LinhaLgpd
               STRING "  AVISO: MAIS DE " MaxLgpdChave
                  " COMPROMISSOS DO TITULAR - LISTA INCOMPLETA."
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM EmitirLinhaLgpd
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- LGPD - FILA DE ESPERA -----------------
       LgpdEspera.
           MOVE 10 TO LgpdArqK
           PERFORM SecaoLgpd
           PERFORM CarregarEspera
           PERFORM VARYING LgpdTrK FROM 1 BY 1 UNTIL LgpdTrK > CountEsp
               MOVE 'N' TO LgpdRegCasou
               MOVE EspSolicArr(LgpdTrK) TO LgpdNome
               PERFORM TratarNomeLgpd
               MOVE EspDescArr(LgpdTrK) TO LgpdTexto
               MOVE 50 TO LgpdTam
               PERFORM TratarTextoLgpd
               IF LgpdRegCasou = 'S'
                   MOVE SPACES TO LinhaLgpd
                   STRING "  " EspDataArr(LgpdTrK) " "
                      EspHoraArr(LgpdTrK) " " EspRecursoArr(LgpdTrK)
                      " SOLICITANTE " EspSolicArr(LgpdTrK) " "
                      EspDescArr(LgpdTrK)
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   PERFORM RegistroAchadoLgpd
                   MOVE LgpdNome TO EspSolicArr(LgpdTrK)
                   MOVE LgpdTexto TO EspDescArr(LgpdTrK)
               END-IF
           END-PERFORM
           IF LgpdModoAnon = 'S' AND LgpdArqMudou = 'S'
               IF EspCapExcedida = 'S'
                   MOVE 'S' TO LgpdFalha
               END-IF
               PERFORM RegravarEspera
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- LGPD - EXCECOES -----------------
       LgpdExcecoes.
           MOVE 11 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT ExcecoesFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ ExcecoesFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE 'N' TO LgpdRegCasou
                           MOVE ExcDetalhe TO LgpdTexto
                           MOVE 60 TO LgpdTam
                           PERFORM TratarTextoLgpd
                           IF LgpdRegCasou = 'S'
                               MOVE SPACES TO LinhaLgpd
                               STRING "  " ExcTipo " " ExcData " "
                                  ExcHora " " ExcRecurso " "
                                  ExcDetalhe
                                  DELIMITED BY SIZE INTO LinhaLgpd
                               END-STRING
                               PERFORM RegistroAchadoLgpd
                               MOVE LgpdTexto TO ExcDetalhe
                           END-IF
                           IF LgpdModoAnon = 'S'
                               MOVE RegistroExcecao TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ExcecoesFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarExcecoesLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- REGRAVAR EXCECOES -----------------
       VoltarExcecoesLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT ExcecoesFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroExcecao
                       WRITE RegistroExcecao
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE ExcecoesFile
           .

       *>----------------- LGPD - PEDIDOS DE SERVICO -----------------
       LgpdPedidos.
           MOVE 12 TO LgpdArqK
           PERFORM SecaoLgpd
           IF LgpdModoAnon = 'S'
               OPEN I-O PedidosFile
           ELSE
               OPEN INPUT PedidosFile
           END-IF
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF FileStatus NOT = "00"
                   DISPLAY "Erro ao abrir AgendaPedidosServ.dat "
                      "(status " FileStatus ")."
                   MOVE 'S' TO LgpdFalha
               ELSE
                   MOVE LOW-VALUES TO ChavePed
                   START PedidosFile KEY IS >= ChavePed
                       INVALID KEY MOVE "10" TO FileStatus
                   END-START
                   PERFORM UNTIL FileStatus = "10"
                       READ PedidosFile NEXT
                           AT END CONTINUE
                           NOT AT END
                               PERFORM TratarPedidoLgpd
                       END-READ
                   END-PERFORM
                   CLOSE PedidosFile
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- TRATAR PEDIDO DE SERVICO -----------------
       TratarPedidoLgpd.
           MOVE 'N' TO LgpdRegCasou
           MOVE PedObs TO LgpdTexto
           MOVE 40 TO LgpdTam
           PERFORM TratarTextoLgpd
           IF LgpdRegCasou = 'S'
               MOVE SPACES TO LinhaLgpd
               STRING "  " DataPed " " HoraPed " " RecursoPed " "
                  ServPed " QTD " PedQtd " SITU " PedSitu " OBS "
                  PedObs
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM RegistroAchadoLgpd
               IF LgpdModoAnon = 'S'
                   MOVE LgpdTexto TO PedObs
                   REWRITE RegistroPedido
                       INVALID KEY MOVE 'S' TO LgpdFalha
                   END-REWRITE
               END-IF
           END-IF
           .

       *>----------------- LGPD - OPERADORES -----------------
       LgpdOperadores.
           MOVE 13 TO LgpdArqK
           PERFORM SecaoLgpd
           PERFORM VARYING OperK FROM 1 BY 1 UNTIL OperK > CountOper
               MOVE 'N' TO LgpdRegCasou
               MOVE OperNomeArr(OperK) TO LgpdNome
               PERFORM TratarNomeLgpd
               IF LgpdRegCasou = 'S'
                   MOVE SPACES TO LinhaLgpd
                   STRING "  " OperIdArr(OperK) " "
                      OperNomeArr(OperK) " " OperPerfilArr(OperK)
                      " ATIVO " OperAtivoArr(OperK)
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   PERFORM RegistroAchadoLgpd
                   MOVE LgpdNome TO OperNomeArr(OperK)
               END-IF
           END-PERFORM
           IF LgpdModoAnon = 'S' AND LgpdArqMudou = 'S'
               PERFORM RegravarOperadores
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- LGPD - PARTICIPANTES (SEQUENCIAL ANTIGO) -----
       LgpdPartSeq.
           MOVE 14 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT PartSeqFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ PartSeqFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE 'N' TO LgpdRegCasou
                           MOVE NomePSeq TO LgpdNome
                           PERFORM TratarNomeLgpd
                           IF LgpdRegCasou = 'S'
                               MOVE SPACES TO LinhaLgpd
                               STRING "  " DataPSeq " " HoraPSeq " "
                                  RecursoPSeq " PARTICIPANTE "
                                  NomePSeq
                                  DELIMITED BY SIZE INTO LinhaLgpd
                               END-STRING
                               PERFORM RegistroAchadoLgpd
                               MOVE LgpdNome TO NomePSeq
                           END-IF
                           IF LgpdModoAnon = 'S'
                               MOVE RegistroPartSeq TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PartSeqFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarPartSeqLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- REGRAVAR PARTICIPANTES SEQUENCIAL ------------
       VoltarPartSeqLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT PartSeqFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroPartSeq
                       WRITE RegistroPartSeq
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE PartSeqFile
           .

       *>----------------- LGPD - CONTROLE DO EXTRATO INCREMENTAL -------
       LgpdDeltaCtl.
           MOVE 15 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT DeltaCtlFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ DeltaCtlFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE 'N' TO LgpdRegCasou
                           MOVE DcUltLog(55:50) TO LgpdTexto
                           MOVE 50 TO LgpdTam
                           PERFORM TratarTextoLgpd
                           IF LgpdRegCasou = 'S'
                               MOVE SPACES TO LinhaLgpd
                               STRING "  EXTRATO " DcSeq " DE "
                                  DcTsData " " DcTsHora
                                  " (ULTIMO REGISTRO DE LOG) "
                                  DcUltLog(55:50)
                                  DELIMITED BY SIZE INTO LinhaLgpd
                               END-STRING
                               PERFORM RegistroAchadoLgpd
                               MOVE LgpdTexto TO DcUltLog(55:50)
                           END-IF
                           IF LgpdModoAnon = 'S'
                               MOVE RegistroDeltaCtl TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DeltaCtlFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarDeltaCtlLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- REGRAVAR CONTROLE DO EXTRATO -----------------
       VoltarDeltaCtlLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT DeltaCtlFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroDeltaCtl
                       WRITE RegistroDeltaCtl
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE DeltaCtlFile
           .

       *>----------------- LGPD - EXTRATOS INCREMENTAIS -----------------
       LgpdDelta.
           MOVE 22 TO LgpdArqK
           PERFORM SecaoLgpd
           MOVE 0 TO LgpdDeltaUlt
           OPEN INPUT DeltaCtlFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FileStatus = "10"
                   READ DeltaCtlFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF DcSeq IS NUMERIC AND
                              DcSeq > LgpdDeltaUlt
                               MOVE DcSeq TO LgpdDeltaUlt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DeltaCtlFile
           END-IF
           ADD 1 TO LgpdDeltaUlt
           PERFORM VARYING LgpdDeltaSeq FROM 1 BY 1
               UNTIL LgpdDeltaSeq > LgpdDeltaUlt
               PERFORM LgpdArquivoDelta
           END-PERFORM
           PERFORM FimSecaoLgpd
           .

       *>----------------- LGPD - ARQUIVO DE EXTRATO -----------------
       LgpdArquivoDelta.
           MOVE SPACES TO DeltaNomeArq
           STRING "AgendaDelta." LgpdDeltaSeq DELIMITED BY SIZE
              INTO DeltaNomeArq
           END-STRING
           MOVE 'N' TO LgpdArqMudou
           OPEN INPUT DeltaFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ DeltaFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE RegistroDelta TO LgpdBkpReg
                           PERFORM TratarRegDeltaLgpd
                           IF LgpdModoAnon = 'S'
                               MOVE LgpdBkpReg TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DeltaFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarDeltaLgpd
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- TRATAR REGISTRO DE EXTRATO -----------------
       TratarRegDeltaLgpd.
           MOVE 'N' TO LgpdRegCasou
           MOVE SPACES TO LinhaLgpd
           EVALUATE LdTipo
               WHEN "D"
                   IF LdResp IS NUMERIC
                       MOVE LdResp TO LgpdCodCampo
                   ELSE
                       MOVE 0 TO LgpdCodCampo
                   END-IF
                   PERFORM TratarCodLgpd
                   MOVE LdDesc TO LgpdTexto
                   MOVE 50 TO LgpdTam
                   PERFORM TratarTextoLgpd
                   STRING "  " DeltaNomeArq(1:18) " DET " LdNumDet
                      " " LdData " " LdHora " "
                      LdRecurso " RESP " LdResp " " LdDesc
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   MOVE LgpdTexto TO LdDesc
               WHEN "P"
                   MOVE LpNome TO LgpdNome
                   PERFORM TratarNomeLgpd
                   STRING "  " DeltaNomeArq(1:18) " DET " LpNumDet
                      " PARTICIPANTE " LpNome
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   MOVE LgpdNome TO LpNome
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LgpdRegCasou = 'S'
               PERFORM RegistroAchadoLgpd
           END-IF
           .

       *>----------------- REGRAVAR ARQUIVO DE EXTRATO -----------------
       VoltarDeltaLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT DeltaFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroDelta
                       WRITE RegistroDelta
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE DeltaFile
           .

       *>----------------- LGPD - CONVITES ENVIADOS -----------------
       LgpdConvites.
           MOVE 16 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT IcsFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               MOVE 'N' TO LgpdIcsAberta
               PERFORM UNTIL FileStatus = "10"
                   READ IcsFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE RegistroIcs TO LgpdIcsFis
                           PERFORM JuntarLinhaIcsLgpd
                   END-READ
               END-PERFORM
               IF LgpdIcsAberta = 'S'
                   PERFORM TratarLinhaIcsLgpd
               END-IF
               CLOSE IcsFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarConvitesLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- DESDOBRAR LINHA DE CONVITE -----------------
       JuntarLinhaIcsLgpd.
           IF LgpdIcsFis = SPACES
               MOVE 0 TO LgpdIcsFisLen
           ELSE
               COMPUTE LgpdIcsFisLen =
                  FUNCTION LENGTH(FUNCTION TRIM(LgpdIcsFis TRAILING))
           END-IF
           IF LgpdIcsFis(1:1) = SPACE AND LgpdIcsAberta = 'S'
               IF LgpdIcsFisLen > 1 AND
                  LgpdIcsLen + LgpdIcsFisLen - 1 <= 500
                   MOVE LgpdIcsFis(2:LgpdIcsFisLen - 1)
                      TO LgpdIcsLog(LgpdIcsLen + 1:LgpdIcsFisLen - 1)
                   ADD LgpdIcsFisLen TO LgpdIcsLen
                   SUBTRACT 1 FROM LgpdIcsLen
               END-IF
           ELSE
               IF LgpdIcsAberta = 'S'
                   PERFORM TratarLinhaIcsLgpd
               END-IF
               MOVE 'S' TO LgpdIcsAberta
               MOVE SPACES TO LgpdIcsLog
               MOVE LgpdIcsFis TO LgpdIcsLog
               MOVE LgpdIcsFisLen TO LgpdIcsLen
           END-IF
           .

       *>----------------- TRATAR LINHA DE CONVITE -----------------
       TratarLinhaIcsLgpd.
           MOVE 'N' TO LgpdRegCasou
           MOVE LgpdIcsLog TO LgpdTexto
           MOVE LgpdIcsLen TO LgpdTam
           PERFORM TratarTextoLgpd
           IF LgpdRegCasou = 'S'
               MOVE SPACES TO LinhaLgpd
               STRING "  " LgpdIcsLog(1:128)
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM RegistroAchadoLgpd
               IF LgpdModoAnon = 'N'
                   PERFORM VARYING LgpdIcsPos FROM 129 BY 128
                       UNTIL LgpdIcsPos > LgpdIcsLen
                       MOVE SPACES TO LinhaLgpd
                       STRING "  " LgpdIcsLog(LgpdIcsPos:128)
                          DELIMITED BY SIZE INTO LinhaLgpd
                       END-STRING
                       PERFORM EmitirLinhaLgpd
                   END-PERFORM
               END-IF
           END-IF
           IF LgpdModoAnon = 'S'
               PERFORM DobrarIcsLgpd
           END-IF
           MOVE 'N' TO LgpdIcsAberta
           .

       *>----------------- REDOBRAR LINHA DE CONVITE EM 75 -------------
       DobrarIcsLgpd.
           IF LgpdTexto = SPACES
               MOVE 0 TO LgpdIcsTot
               MOVE SPACES TO RegistroLgpdTmp
               WRITE RegistroLgpdTmp
           ELSE
               COMPUTE LgpdIcsTot =
                  FUNCTION LENGTH(FUNCTION TRIM(LgpdTexto TRAILING))
           END-IF
           MOVE 1 TO LgpdIcsPos
           MOVE 75 TO LgpdIcsSeg
           PERFORM UNTIL LgpdIcsPos > LgpdIcsTot
               IF LgpdIcsPos + LgpdIcsSeg - 1 > LgpdIcsTot
                   COMPUTE LgpdIcsSeg = LgpdIcsTot - LgpdIcsPos + 1
               ELSE
                   PERFORM UNTIL LgpdIcsSeg = 1 OR
                      LgpdTexto(LgpdIcsPos + LgpdIcsSeg - 1:1)
                         NOT = SPACE
                       SUBTRACT 1 FROM LgpdIcsSeg
                   END-PERFORM
               END-IF
               MOVE SPACES TO RegistroLgpdTmp
               IF LgpdIcsPos = 1
                   STRING LgpdTexto(LgpdIcsPos:LgpdIcsSeg)
                      DELIMITED BY SIZE INTO RegistroLgpdTmp
                   END-STRING
               ELSE
                   STRING " " LgpdTexto(LgpdIcsPos:LgpdIcsSeg)
                      DELIMITED BY SIZE INTO RegistroLgpdTmp
                   END-STRING
               END-IF
               WRITE RegistroLgpdTmp
               ADD LgpdIcsSeg TO LgpdIcsPos
               MOVE 74 TO LgpdIcsSeg
           END-PERFORM
           .

       *>----------------- REGRAVAR CONVITES ENVIADOS -----------------
       VoltarConvitesLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT IcsFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroIcs
                       WRITE RegistroIcs
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE IcsFile
           .

       *>----------------- LGPD - CONVITES ALTERADOS -----------------
       LgpdConvitesAlt.
           MOVE 17 TO LgpdArqK
           PERFORM SecaoLgpd
           OPEN INPUT IcsAltFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               MOVE 'N' TO LgpdIcsAberta
               PERFORM UNTIL FileStatus = "10"
                   READ IcsAltFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE RegistroIcsAlt TO LgpdIcsFis
                           PERFORM JuntarLinhaIcsLgpd
                   END-READ
               END-PERFORM
               IF LgpdIcsAberta = 'S'
                   PERFORM TratarLinhaIcsLgpd
               END-IF
               CLOSE IcsAltFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarConvitesAltLgpd
                   END-IF
               END-IF
           END-IF
           PERFORM FimSecaoLgpd
           .

       *>----------------- REGRAVAR CONVITES ALTERADOS -----------------
       VoltarConvitesAltLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT IcsAltFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroIcsAlt
                       WRITE RegistroIcsAlt
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE IcsAltFile
           .

       *>----------------- LGPD - GERACOES DE BACKUP -----------------
       LgpdBackups.
           MOVE 18 TO LgpdArqK
           PERFORM SecaoLgpd
           PERFORM VARYING LgpdGer FROM 1 BY 1 UNTIL LgpdGer > MaxGer
               PERFORM VARYING LgpdBkpTipo FROM 1 BY 1
                   UNTIL LgpdBkpTipo > 3
                   PERFORM LgpdArquivoBkp
               END-PERFORM
           END-PERFORM
           PERFORM FimSecaoLgpd
           .

       *>----------------- LGPD - ARQUIVO DE BACKUP -----------------
       LgpdArquivoBkp.
           MOVE SPACES TO BkpNomeArq
           EVALUATE LgpdBkpTipo
               WHEN 1
                   STRING "agenda.bk" LgpdGer DELIMITED BY SIZE
                      INTO BkpNomeArq
                   END-STRING
               WHEN 2
                   STRING "AgendaParticipantes.bk" LgpdGer
                      DELIMITED BY SIZE INTO BkpNomeArq
                   END-STRING
               WHEN OTHER
                   STRING "AgendaLog.bk" LgpdGer DELIMITED BY SIZE
                      INTO BkpNomeArq
                   END-STRING
           END-EVALUATE
           MOVE 'N' TO LgpdArqMudou
           OPEN INPUT BkpFile
           IF FileStatus = "35"
               CONTINUE
           ELSE
               IF LgpdModoAnon = 'S'
                   OPEN OUTPUT LgpdTmpFile
               END-IF
               PERFORM UNTIL FileStatus = "10"
                   READ BkpFile NEXT
                       AT END CONTINUE
                       NOT AT END
                           MOVE RegistroBkp TO LgpdBkpReg
                           PERFORM TratarRegBkpLgpd
                           IF LgpdModoAnon = 'S'
                               MOVE LgpdBkpReg TO RegistroLgpdTmp
                               WRITE RegistroLgpdTmp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BkpFile
               IF LgpdModoAnon = 'S'
                   CLOSE LgpdTmpFile
                   IF LgpdArqMudou = 'S'
                       PERFORM VoltarBkpLgpd
                   END-IF
               END-IF
           END-IF
           .

       *>----------------- TRATAR REGISTRO DE BACKUP -----------------
       TratarRegBkpLgpd.
           MOVE 'N' TO LgpdRegCasou
           MOVE SPACES TO LinhaLgpd
           EVALUATE LgpdBkpTipo
               WHEN 1
                   IF LbAgResp IS NUMERIC
                       MOVE LbAgResp TO LgpdCodCampo
                   ELSE
                       MOVE 0 TO LgpdCodCampo
                   END-IF
                   PERFORM TratarCodLgpd
                   MOVE LbAgDesc TO LgpdTexto
                   MOVE 50 TO LgpdTam
                   PERFORM TratarTextoLgpd
                   STRING "  " BkpNomeArq(1:24) " " LbAgData " "
                      LbAgHora " " LbAgRecurso " RESP " LbAgResp " "
                      LbAgDesc
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   MOVE LgpdTexto TO LbAgDesc
               WHEN 2
                   MOVE LbPtNome TO LgpdNome
                   PERFORM TratarNomeLgpd
                   STRING "  " BkpNomeArq(1:24) " " LbPtData " "
                      LbPtHora " " LbPtRecurso " PARTICIPANTE "
                      LbPtNome
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   MOVE LgpdNome TO LbPtNome
               WHEN OTHER
                   IF LbLgResp IS NUMERIC
                       MOVE LbLgResp TO LgpdCodCampo
                   ELSE
                       MOVE 0 TO LgpdCodCampo
                   END-IF
                   PERFORM TratarCodLgpd
                   MOVE LbLgDesc TO LgpdTexto
                   MOVE 50 TO LgpdTam
                   PERFORM TratarTextoLgpd
                   STRING "  " FUNCTION TRIM(BkpNomeArq) " "
                      LbLgTsData " "
                      LbLgAcao " " LbLgData " " LbLgHora " "
                      LbLgRecurso " RESP " LbLgResp " " LbLgDesc
                      DELIMITED BY SIZE INTO LinhaLgpd
                   END-STRING
                   MOVE LgpdTexto TO LbLgDesc
           END-EVALUATE
           IF LgpdRegCasou = 'S'
               PERFORM RegistroAchadoLgpd
           END-IF
           .

       *>----------------- REGRAVAR ARQUIVO DE BACKUP -----------------
       VoltarBkpLgpd.
           OPEN INPUT LgpdTmpFile
           OPEN OUTPUT BkpFile
           PERFORM UNTIL FileStatus = "10"
               READ LgpdTmpFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RegistroLgpdTmp TO RegistroBkp
                       WRITE RegistroBkp
               END-READ
           END-PERFORM
           CLOSE LgpdTmpFile
           CLOSE BkpFile
           .

       *>----------------- ANONIMIZAR INATIVOS (MENU) -----------------
       AnonimizarInativos.
           MOVE Today TO LgpdDataRef
           PERFORM SelecionarInativosLgpd
           IF CountLgpdPes = 0
               DISPLAY "Nenhuma pessoa inativa ha mais de "
                  RetencaoLgpd " dias."
           ELSE
               DISPLAY "---- PESSOAS A ANONIMIZAR ----"
               PERFORM VARYING LgpdPesK FROM 1 BY 1
                   UNTIL LgpdPesK > CountLgpdPes
                   MOVE LgpdPesIdxArr(LgpdPesK) TO PesK
                   DISPLAY PessoaCodArr(PesK) " - "
                      PessoaNomeArr(PesK) " ("
                      FUNCTION TRIM(PessoaDeptoArr(PesK))
                      ") inativa desde " PessoaInatArr(PesK)
                      " -> " LgpdPesAnonArr(LgpdPesK)
               END-PERFORM
               IF LgpdPesExcedida = 'S'
                   DISPLAY "Aviso: mais de " MaxLgpdPes " pessoas "
                      "elegiveis - as demais ficam para a proxima "
                      "execucao."
               END-IF
               DISPLAY "Nome e e-mail serao substituidos pelo codigo "
                  "em todos os arquivos. Confirma (S/N)? "
               ACCEPT LgpdResp
               IF LgpdResp = 'S' OR LgpdResp = 's'
                   PERFORM ProcessarAnonimizacao
                   IF LgpdFalha = 'S'
                       DISPLAY "Anonimizacao incompleta - veja "
                          "AgendaLgpdControle.txt."
                   ELSE
                       DISPLAY "Anonimizacao concluida - controle "
                          "em AgendaLgpdControle.txt."
                   END-IF
               ELSE
                   DISPLAY "Anonimizacao cancelada."
               END-IF
           END-IF
           .

       *>----------------- SELECIONAR INATIVOS -----------------
       SelecionarInativosLgpd.
           MOVE 0 TO CountLgpdPes
           MOVE 0 TO CountLgpdAlvo
           MOVE 'N' TO LgpdPesExcedida
           MOVE 'N' TO LgpdFalha
           PERFORM VARYING PesK FROM 1 BY 1 UNTIL PesK > CountPessoas
               IF PessoaSituArr(PesK) = 'I' AND
                  PessoaInatArr(PesK) > 0
                   COMPUTE LgpdDiasInat =
                      FUNCTION INTEGER-OF-DATE(LgpdDataRef) -
                      FUNCTION INTEGER-OF-DATE(PessoaInatArr(PesK))
                   IF LgpdDiasInat > RetencaoLgpd
                       IF CountLgpdPes < MaxLgpdPes
                           MOVE PesK TO PessoaIdx
                           MOVE PessoaCodArr(PesK) TO LgpdNovoCod
                           MOVE PessoaNomeArr(PesK) TO LgpdNovoNome
                           MOVE PessoaEmailArr(PesK) TO LgpdNovoEmail
                           PERFORM IncluirPesLgpd
                       ELSE
                           MOVE 'S' TO LgpdPesExcedida
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       *>----------------- PROCESSAR ANONIMIZACAO -----------------
       ProcessarAnonimizacao.
           MOVE 'S' TO LgpdModoAnon
           MOVE 0 TO LgpdQtdRechave
           MOVE 0 TO LgpdQtdErroChave
           IF CountLgpdPes > 0
               PERFORM ProcessarArquivosLgpd
               IF LgpdFalha = 'N'
                   PERFORM AnonimizarCadastroLgpd
               END-IF
               PERFORM RegistrarLogLgpd
           END-IF
           MOVE 'N' TO LgpdModoAnon
           PERFORM EmitirControleLgpd
           .

       *>----------------- ANONIMIZAR CADASTRO DE PESSOAS ---------------
       AnonimizarCadastroLgpd.
           PERFORM VARYING LgpdPesK FROM 1 BY 1
               UNTIL LgpdPesK > CountLgpdPes
               MOVE LgpdPesIdxArr(LgpdPesK) TO PesK
               MOVE LgpdPesAnonArr(LgpdPesK) TO PessoaNomeArr(PesK)
               ADD 1 TO LgpdCntArr(LgpdPesK, 1)
               IF PessoaEmailArr(PesK) NOT = SPACES
                   MOVE SPACES TO PessoaEmailArr(PesK)
                   ADD 1 TO LgpdCntArr(LgpdPesK, 1)
               END-IF
               MOVE 'N' TO PessoaSituArr(PesK)
           END-PERFORM
           PERFORM RegravarPessoas
           .

       *>----------------- REGISTRAR ANONIMIZACAO NO LOG ----------------
       RegistrarLogLgpd.
           PERFORM VARYING LgpdPesK FROM 1 BY 1
               UNTIL LgpdPesK > CountLgpdPes
               PERFORM SomarOcorrenciasLgpd
               MOVE "ANONIMIZAR" TO LogAcaoAtual
               MOVE Today TO TempDate
               MOVE FUNCTION CURRENT-DATE(9:4) TO TempHora
               MOVE SPACES TO TempRecurso
               MOVE SPACES TO TempDesc
               IF LgpdFalha = 'S'
                   STRING "PESSOA " LgpdPesCodArr(LgpdPesK) " -> "
                      LgpdPesAnonArr(LgpdPesK)(1:9) " " LgpdTotPes
                      " OCORR. INCOMPLETA"
                      DELIMITED BY SIZE INTO TempDesc
                   END-STRING
               ELSE
                   STRING "PESSOA " LgpdPesCodArr(LgpdPesK) " -> "
                      LgpdPesAnonArr(LgpdPesK)(1:9) " " LgpdTotPes
                      " OCORRENCIAS"
                      DELIMITED BY SIZE INTO TempDesc
                   END-STRING
               END-IF
               MOVE 0 TO TempDur
               MOVE 0 TO TempPrior
               MOVE "N" TO TempRecorrCod
               MOVE 0 TO TempRecorrFim
               MOVE LgpdPesCodArr(LgpdPesK) TO TempResp
               PERFORM GravarLog
           END-PERFORM
           .

       *>----------------- SOMAR OCORRENCIAS DA PESSOA -----------------
       SomarOcorrenciasLgpd.
           MOVE 0 TO LgpdTotPes
           PERFORM VARYING LgpdArqK FROM 1 BY 1 UNTIL LgpdArqK > 22
               ADD LgpdCntArr(LgpdPesK, LgpdArqK) TO LgpdTotPes
           END-PERFORM
           .

       *>----------------- RELATORIO DE CONTROLE DA ANONIMIZACAO --------
       EmitirControleLgpd.
           MOVE "AgendaLgpdControle.txt" TO LgpdNomeRel
           OPEN OUTPUT LgpdRelFile
           MOVE ALL "=" TO LinhaLgpd
           PERFORM EmitirLinhaLgpd
           MOVE SPACES TO LinhaLgpd
           STRING "  CONTROLE DE ANONIMIZACAO (LGPD)  -  EXECUTADO EM "
              Today " " FUNCTION CURRENT-DATE(9:4) " POR " OperAtual
              DELIMITED BY SIZE INTO LinhaLgpd
           END-STRING
           PERFORM EmitirLinhaLgpd
           MOVE ALL "=" TO LinhaLgpd
           PERFORM EmitirLinhaLgpd
           MOVE SPACES TO LinhaLgpd
           STRING "DATA DE REFERENCIA: " LgpdDataRef
              "   RETENCAO: " RetencaoLgpd " DIAS"
              "   PESSOAS PROCESSADAS: " CountLgpdPes
              DELIMITED BY SIZE INTO LinhaLgpd
           END-STRING
           PERFORM EmitirLinhaLgpd
           MOVE "NOMES E E-MAILS ORIGINAIS NAO SAO REPRODUZIDOS NESTE "
              TO LinhaLgpd
           MOVE "RELATORIO." TO LinhaLgpd(54:10)
           PERFORM EmitirLinhaLgpd
           PERFORM VARYING LgpdPesK FROM 1 BY 1
               UNTIL LgpdPesK > CountLgpdPes
               PERFORM ControlePessoaLgpd
           END-PERFORM
           MOVE SPACES TO LinhaLgpd
           PERFORM EmitirLinhaLgpd
           MOVE SPACES TO LinhaLgpd
           STRING "PARTICIPANTES/PRESENCAS RE-CHAVEADOS: "
              LgpdQtdRechave "   ERROS DE CHAVE: " LgpdQtdErroChave
              "   (NENHUM REGISTRO EXCLUIDO - CONTAGENS PRESERVADAS)"
              DELIMITED BY SIZE INTO LinhaLgpd
           END-STRING
           PERFORM EmitirLinhaLgpd
           IF LgpdPesExcedida = 'S'
               MOVE SPACES TO LinhaLgpd
               STRING "MAIS DE " MaxLgpdPes " PESSOAS ELEGIVEIS - "
                  "AS DEMAIS FICAM PARA A PROXIMA EXECUCAO."
                  DELIMITED BY SIZE INTO LinhaLgpd
               END-STRING
               PERFORM EmitirLinhaLgpd
           END-IF
           EVALUATE TRUE
               WHEN CountLgpdPes = 0
                   MOVE "RESULTADO: NENHUMA PESSOA INATIVA ALEM DO "
                      TO LinhaLgpd
                   MOVE "PRAZO DE RETENCAO." TO LinhaLgpd(43:18)
               WHEN LgpdFalha = 'S'
                   MOVE "RESULTADO: INCOMPLETO - CADASTRO NAO "
                      TO LinhaLgpd
                   MOVE "ALTERADO; AS PESSOAS SERAO REPROCESSADAS "
                      TO LinhaLgpd(38:41)
                   MOVE "NA PROXIMA EXECUCAO." TO LinhaLgpd(79:20)
               WHEN OTHER
                   MOVE "RESULTADO: CONCLUIDO." TO LinhaLgpd
           END-EVALUATE
           PERFORM EmitirLinhaLgpd
           CLOSE LgpdRelFile
           .

       *>----------------- CONTROLE POR PESSOA -----------------
       ControlePessoaLgpd.
           MOVE LgpdPesIdxArr(LgpdPesK) TO PesK
           MOVE SPACES TO LinhaLgpd
           PERFORM EmitirLinhaLgpd
           MOVE SPACES TO LinhaLgpd
           STRING "PESSOA " LgpdPesCodArr(LgpdPesK) " -> "
              LgpdPesAnonArr(LgpdPesK) "  DEPTO "
              PessoaDeptoArr(PesK) "  INATIVA DESDE "
              PessoaInatArr(PesK)
              DELIMITED BY SIZE INTO LinhaLgpd
           END-STRING
           PERFORM EmitirLinhaLgpd
           PERFORM SomarOcorrenciasLgpd
           IF LgpdTotPes = 0
               MOVE "    NENHUMA OCORRENCIA ENCONTRADA." TO LinhaLgpd
               PERFORM EmitirLinhaLgpd
           ELSE
               PERFORM VARYING LgpdArqK FROM 1 BY 1
                   UNTIL LgpdArqK > 22
                   IF LgpdCntArr(LgpdPesK, LgpdArqK) > 0
                       MOVE SPACES TO LinhaLgpd
                       STRING "    " LgpdArqNomeArr(LgpdArqK) " "
                          LgpdCntArr(LgpdPesK, LgpdArqK)
                          " OCORRENCIA(S) SUBSTITUIDA(S)"
                          DELIMITED BY SIZE INTO LinhaLgpd
                       END-STRING
                       PERFORM EmitirLinhaLgpd
                   END-IF
               END-PERFORM
           END-IF
           .
