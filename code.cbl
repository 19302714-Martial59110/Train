           SELECT F1 ASSIGN TO "train1.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F2 ASSIGN TO "train3.dft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-F2-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CORRIG-STATUS.
           SELECT F16 ASSIGN TO "AFFICHES.DFT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AFFICHES-STATUS.
           SELECT F17 ASSIGN TO "MODIFS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           ACCESS MODE IS SEQUENTIAL.
           SELECT F23 ASSIGN TO "ROULEMNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ROULEMNT-STATUS.
           SELECT F24 ASSIGN TO "EQUIPES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EQUIPES-STATUS.
           SELECT F25 ASSIGN TO "CREWPLAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CREWPLAN-STATUS.
           SELECT F26 ASSIGN TO "CREWEXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F34 ASSIGN TO "RESUMEXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F35 ASSIGN TO "RESAEXT.DFT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RESAEXT-STATUS.
           SELECT F36 ASSIGN TO "TRAVAUX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRAVAUX-STATUS.
           SELECT F37 ASSIGN TO "TRAVRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F38 ASSIGN TO "SUBSTBUS.DFT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUBSTBUS-STATUS.
           SELECT F39 ASSIGN TO "SECTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SECTIONS-STATUS.
           SELECT F40 ASSIGN TO "CONFSECT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F41 ASSIGN TO "REALISES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REALISES-STATUS.
           SELECT F42 ASSIGN TO "PONCTRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F43 ASSIGN TO "COMPTAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COMPTAGE-STATUS.
           SELECT F44 ASSIGN TO "COMPTRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F45 ASSIGN TO "TARIFS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TARIFS-STATUS.
           SELECT F46 ASSIGN TO "RECETTES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F47 ASSIGN TO "MATERIEL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MATERIEL-STATUS.
           SELECT F48 ASSIGN TO "MAINTDUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F49 ASSIGN TO "agency.dft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GTFSDFT-STATUS.
           SELECT F50 ASSIGN TO "stops.dft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GTFSDFT-STATUS.
           SELECT F51 ASSIGN TO "routes.dft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GTFSDFT-STATUS.
           SELECT F52 ASSIGN TO "trips.dft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GTFSDFT-STATUS.
           SELECT F53 ASSIGN TO "stop_times.dft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GTFSDFT-STATUS.
           SELECT F54 ASSIGN TO "calendar.dft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GTFSDFT-STATUS.
           SELECT F55 ASSIGN TO "calendar_dates.dft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GTFSDFT-STATUS.
           SELECT F56 ASSIGN TO "GTFSCTL.DFT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GTFSDFT-STATUS.
           SELECT F57 ASSIGN TO "train3.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PUBTRN-STATUS.
           SELECT F58 ASSIGN TO "AFFICHES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F59 ASSIGN TO "RESAEXT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F60 ASSIGN TO "PLANDRFT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLANDRFT-STATUS.
           SELECT F61 ASSIGN TO "PLANVERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLANVERS-STATUS.
           SELECT F62 ASSIGN TO "APPROBAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APPROBAT-STATUS.
           SELECT F63 ASSIGN TO "RELAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RELAUDIT-STATUS.
           SELECT F64 ASSIGN TO "SUPERSED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F65 ASSIGN TO "PLANDRFT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F66 ASSIGN TO "INTEGRIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F67 ASSIGN TO "INDISPO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INDISPO-STATUS.
           SELECT F68 ASSIGN TO "WHATIF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F69 ASSIGN TO "SUBSTBUS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F70 ASSIGN TO "agency.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F71 ASSIGN TO "stops.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F72 ASSIGN TO "routes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F73 ASSIGN TO "trips.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F74 ASSIGN TO "stop_times.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F75 ASSIGN TO "calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F76 ASSIGN TO "calendar_dates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F77 ASSIGN TO "GTFSCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F78 ASSIGN TO "PLANVERS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT FS1 ASSIGN TO "SORTWK1".
           03 TRNTBL-SEATS       PIC 9(05).
           03 TRNTBL-WAGONS      PIC 99.
           03 TRNTBL-CONSIST     PIC X.
           03 TRNTBL-DAYS        PIC X(07).
           03 TRNTBL-HOL-FLAG    PIC X.
       FD F10
       RECORDING MODE IS F.
         01 NUMBER-SERIES-RECORD.
           03 PRM-OCCUP PIC 9(03).
           03 FILLER    PIC X.
           03 PRM-MAX-REJ-PCT PIC 9(03).
           03 FILLER    PIC X.
           03 PRM-PONCT-TOL PIC 9(03).
           03 FILLER    PIC X.
           03 PRM-LF-MAX PIC 9(03).
           03 FILLER    PIC X.
           03 PRM-LF-MIN PIC 9(03).
           03 FILLER    PIC X.
           03 PRM-REMPL-PCT PIC 9(03).
           03 FILLER    PIC X.
           03 PRM-AGENCY-ID PIC X(10).
           03 FILLER    PIC X.
           03 PRM-AGENCY-NAME PIC X(30).
           03 FILLER    PIC X.
           03 PRM-AGENCY-URL PIC X(40).
           03 FILLER    PIC X.
           03 PRM-AGENCY-TZ PIC X(20).
           03 FILLER    PIC X.
           03 PRM-AGENCY-LANG PIC X(02).
       FD F15
       RECORDING MODE IS F.
         01 CORRECTION-RECORD.
             05 HIST-SUM-REJETS PIC 9(05).
             05 HIST-SUM-SEATS  PIC 9(08).
             05 HIST-SUM-FRET   PIC 9(06).
             05 HIST-SUM-REC-VOY  PIC 9(09)V99.
             05 HIST-SUM-REC-FRET PIC 9(09)V99.
             05 HIST-SUM-REC-TOT  PIC 9(09)V99.
             05 FILLER          PIC X(07).
       FD F30
       RECORDING MODE IS F.
         01 HISTTRND-LINE PIC X(100).
           03 RESA-TRL-DATE  PIC 9(08).
           03 RESA-TRL-COUNT PIC 9(05).
           03 RESA-TRL-SEATS PIC 9(08).
       FD F36
       RECORDING MODE IS F.
         01 WORKS-RECORD.
           03 TVX-REF       PIC X(06).
           03 FILLER         PIC X.
           03 TVX-DATE      PIC 9(08).
           03 FILLER         PIC X.
           03 TVX-STATION-A PIC X(18).
           03 TVX-STATION-B PIC X(18).
           03 TVX-DEB-HHMM  PIC 9(04).
           03 FILLER         PIC X.
           03 TVX-FIN-HHMM  PIC 9(04).
           03 FILLER         PIC X.
           03 TVX-BUS       PIC X.
           88 TVX-BUS-ARRANGED VALUE 'Y'.
       FD F37
       RECORDING MODE IS F.
         01 TRAVRPT-LINE PIC X(120).
       FD F38
       RECORDING MODE IS F.
         01 BUS-RECORD.
           03 BUS-REC-TYPE PIC X.
           88 BUS-DETAIL-REC  VALUE 'D'.
           88 BUS-TRAILER-REC VALUE 'T'.
           03 BUS-DATE         PIC 9(08).
           03 BUS-TRAIN-TYPE   PIC XXX.
           03 BUS-TRAIN-NUMBER PIC 9(05).
           03 BUS-STATION-DEP  PIC X(18).
           03 BUS-STATION-DST  PIC X(18).
           03 BUS-DEP-HHMM     PIC 9(04).
           03 BUS-ARR-HHMM     PIC 9(04).
           03 BUS-SEATS        PIC 9(05).
           03 BUS-WORKS-REF    PIC X(06).
         01 BUS-TRAILER.
           03 BUS-TRL-TYPE  PIC X.
           03 BUS-TRL-DATE  PIC 9(08).
           03 BUS-TRL-COUNT PIC 9(05).
       FD F39
       RECORDING MODE IS F.
         01 SECTION-RECORD.
           03 SEC-STATION-A PIC X(18).
           03 SEC-STATION-B PIC X(18).
           03 SEC-TRACKS    PIC 9.
           03 FILLER         PIC X.
           03 SEC-HEADWAY   PIC 9(03).
       FD F40
       RECORDING MODE IS F.
         01 CONFSECT-LINE PIC X(120).
       FD F41
       RECORDING MODE IS F.
         01 ACTUAL-RECORD.
           03 ACT-KEY.
             05 ACT-DATE   PIC 9(08).
             05 ACT-NUMBER PIC 9(05).
           03 FILLER           PIC X.
           03 ACT-DEP-HHMM     PIC 9(04).
           03 FILLER           PIC X.
           03 ACT-ARR-HHMM     PIC 9(04).
           03 FILLER           PIC X.
           03 ACT-CANCEL       PIC X.
           88 ACT-CANCELLED VALUE 'Y'.
           03 FILLER           PIC X.
           03 ACT-CAPTURE-DATE PIC 9(08).
       FD F42
       RECORDING MODE IS F.
         01 PONCT-LINE PIC X(100).
       FD F43
       RECORDING MODE IS F.
         01 COUNT-RECORD.
           03 CPT-DATE      PIC 9(08).
           03 CPT-NUMBER    PIC 9(05).
           03 FILLER         PIC X.
           03 CPT-SEQ       PIC 99.
           03 FILLER         PIC X.
           03 CPT-STATION   PIC X(18).
           03 CPT-MONTES    PIC 9(04).
           03 FILLER         PIC X.
           03 CPT-DESCENDUS PIC 9(04).
       FD F44
       RECORDING MODE IS F.
         01 COMPTRPT-LINE PIC X(100).
       FD F45
       RECORDING MODE IS F.
         01 TARIFF-RECORD.
           03 TRF-REC-TYPE PIC X.
           88 TRF-RATE-REC VALUE 'T'.
           88 TRF-PEAK-REC VALUE 'P'.
           88 TRF-FRET-REC VALUE 'F'.
           03 FILLER        PIC X.
           03 TRF-DETAIL.
             05 TRF-TYPE    PIC XXX.
             05 FILLER       PIC X.
             05 TRF-BAND    PIC XX.
             05 FILLER       PIC X.
             05 TRF-KM-MAX  PIC 9(04).
             05 FILLER       PIC X.
             05 TRF-PERIOD  PIC X.
             88 TRF-PEAK    VALUE 'P'.
             88 TRF-OFFPEAK VALUE 'C'.
             05 FILLER       PIC X.
             05 TRF-RATE-KM PIC 9(02)V9(04).
           03 TRF-PEAK-BAND REDEFINES TRF-DETAIL.
             05 TRF-PEAK-DEB PIC 9(04).
             05 FILLER        PIC X.
             05 TRF-PEAK-FIN PIC 9(04).
             05 FILLER        PIC X(11).
           03 TRF-FRET-RATE REDEFINES TRF-DETAIL.
             05 TRF-WAGON-RATE PIC 9(05)V99.
             05 FILLER          PIC X(13).
       FD F46
       RECORDING MODE IS F.
         01 RECETTES-LINE PIC X(132).
       FD F47
       RECORDING MODE IS F.
         01 UNIT-RECORD.
           03 UNT-REC-TYPE PIC X.
           88 UNT-SEUIL-REC VALUE 'S'.
           88 UNT-UNIT-REC  VALUE 'U'.
           03 FILLER         PIC X.
           03 UNT-COMPO     PIC X(04).
           03 FILLER         PIC X.
           03 UNT-DETAIL.
             05 UNT-ID        PIC X(06).
             05 FILLER         PIC X.
             05 UNT-LIEU      PIC X(18).
             05 UNT-KM        PIC 9(07).
             05 FILLER         PIC X.
             05 UNT-INSP-DATE PIC 9(08).
             05 FILLER         PIC X.
             05 UNT-LAST-RUN  PIC 9(08).
             05 FILLER         PIC X.
             05 UNT-CUM-KM    PIC 9(08).
             05 FILLER         PIC X.
             05 UNT-START-LIEU PIC X(18).
             05 UNT-DAY-KM    PIC 9(07).
             05 FILLER         PIC X.
             05 UNT-PREV-RUN  PIC 9(08).
           03 UNT-SEUIL REDEFINES UNT-DETAIL.
             05 SEU-KM        PIC 9(07).
             05 FILLER         PIC X.
             05 SEU-JOURS     PIC 9(04).
             05 FILLER         PIC X(47).
       FD F48
       RECORDING MODE IS F.
         01 MAINTDUE-LINE PIC X(120).
       FD F49
       RECORDING MODE IS F.
         01 GTFS-AGENCY-LINE PIC X(120).
       FD F50
       RECORDING MODE IS F.
         01 GTFS-STOP-LINE PIC X(80).
       FD F51
       RECORDING MODE IS F.
         01 GTFS-ROUTE-LINE PIC X(80).
       FD F52
       RECORDING MODE IS F.
         01 GTFS-TRIP-LINE PIC X(80).
       FD F53
       RECORDING MODE IS F.
         01 GTFS-STIME-LINE PIC X(80).
       FD F54
       RECORDING MODE IS F.
         01 GTFS-CAL-LINE PIC X(80).
       FD F55
       RECORDING MODE IS F.
         01 GTFS-CALDT-LINE PIC X(80).
       FD F56
       RECORDING MODE IS F.
         01 GTFS-CTL-RECORD.
           03 GTC-REC-TYPE PIC X.
           88 GTC-FILE-REC    VALUE 'D'.
           88 GTC-TRAILER-REC VALUE 'T'.
           03 FILLER       PIC X.
           03 GTC-DATE     PIC 9(08).
           03 FILLER       PIC X.
           03 GTC-DETAIL.
             05 GTC-FILE   PIC X(20).
             05 FILLER     PIC X.
             05 GTC-COUNT  PIC 9(07).
           03 GTC-TRAILER REDEFINES GTC-DETAIL.
             05 GTC-FILES     PIC 99.
             05 FILLER        PIC X.
             05 GTC-TOTAL     PIC 9(07).
             05 FILLER        PIC X.
             05 GTC-FRET      PIC 9(05).
             05 FILLER        PIC X.
             05 GTC-SANS-GARE PIC 9(05).
             05 FILLER        PIC X(06).
       FD F57
       RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 56 TO 146 CHARACTERS DEPENDING
           ON WS-PUB-TRN-LEN.
         01 PUB-TRAIN-LINE PIC X(146).
       FD F58
       RECORDING MODE IS F.
         01 PUB-BOARD-LINE PIC X(100).
       FD F59
       RECORDING MODE IS F.
         01 PUB-RESA-LINE PIC X(188).
       FD F60
       RECORDING MODE IS F.
         01 DRAFT-RECORD.
           03 DRF-DATE    PIC 9(08).
           03 FILLER      PIC X.
           03 DRF-VERSION PIC 9(03).
           03 FILLER      PIC X.
           03 DRF-FILE    PIC X.
           88 DRF-TRAIN3   VALUE 'T'.
           88 DRF-AFFICHES VALUE 'A'.
           88 DRF-RESAEXT  VALUE 'R'.
           88 DRF-SUBSTBUS VALUE 'B'.
           88 DRF-GTFS     VALUE '1' THRU '8'.
           88 DRF-AGENCY   VALUE '1'.
           88 DRF-STOPS    VALUE '2'.
           88 DRF-ROUTES   VALUE '3'.
           88 DRF-TRIPS    VALUE '4'.
           88 DRF-STIMES   VALUE '5'.
           88 DRF-CAL      VALUE '6'.
           88 DRF-CALDT    VALUE '7'.
           88 DRF-GTFSCTL  VALUE '8'.
           03 FILLER      PIC X.
           03 DRF-LEN     PIC 9(03).
           03 FILLER      PIC X.
           03 DRF-DATA    PIC X(188).
       FD F61
       RECORDING MODE IS F.
         01 VERSION-RECORD.
           03 VER-DATE     PIC 9(08).
           03 FILLER       PIC X.
           03 VER-VERSION  PIC 9(03).
           03 FILLER       PIC X.
           03 VER-STATUS   PIC X.
           03 FILLER       PIC X.
           03 VER-GRADE    PIC X(08).
           03 FILLER       PIC X.
           03 VER-MODE     PIC X(08).
           03 FILLER       PIC X.
           03 VER-CREATED  PIC 9(08).
           03 FILLER       PIC X.
           03 VER-OPERATOR PIC X(08).
           03 FILLER       PIC X.
           03 VER-DECIDED  PIC 9(08).
       FD F62
       RECORDING MODE IS F.
         01 APPROVAL-RECORD.
           03 APR-DATE     PIC 9(08).
           03 FILLER       PIC X.
           03 APR-VERSION  PIC 9(03).
           03 FILLER       PIC X.
           03 APR-OPERATOR PIC X(08).
           03 FILLER       PIC X.
           03 APR-DECISION PIC X.
           88 APR-APPROVE VALUE 'A'.
           88 APR-REJECT  VALUE 'R'.
       FD F63
       RECORDING MODE IS F.
         01 RELAUDIT-LINE PIC X(160).
       FD F64
       RECORDING MODE IS F.
         01 SUPERSED-LINE PIC X(132).
       FD F65
       RECORDING MODE IS F.
         01 DRAFT-WORK-RECORD PIC X(207).
       FD F66
       RECORDING MODE IS F.
         01 INTEGRIT-LINE PIC X(132).
       FD F67
       RECORDING MODE IS F.
         01 INDISPO-RECORD.
           03 IND-TYPE      PIC X.
           88 IND-AGENT     VALUE 'A'.
           88 IND-CONSIST   VALUE 'C'.
           03 FILLER         PIC X.
           03 IND-RESOURCE  PIC X(06).
           03 FILLER         PIC X.
           03 IND-DEB       PIC 9(04).
           03 FILLER         PIC X.
           03 IND-FIN       PIC 9(04).
           03 FILLER         PIC X.
           03 IND-MOTIF     PIC X(20).
       FD F68
       RECORDING MODE IS F.
         01 WHATIF-LINE PIC X(132).
       FD F69
       RECORDING MODE IS F.
         01 PUB-BUS-LINE PIC X(72).
       FD F70
       RECORDING MODE IS F.
         01 PUB-AGENCY-LINE PIC X(120).
       FD F71
       RECORDING MODE IS F.
         01 PUB-STOP-LINE PIC X(80).
       FD F72
       RECORDING MODE IS F.
         01 PUB-ROUTE-LINE PIC X(80).
       FD F73
       RECORDING MODE IS F.
         01 PUB-TRIP-LINE PIC X(80).
       FD F74
       RECORDING MODE IS F.
         01 PUB-STIME-LINE PIC X(80).
       FD F75
       RECORDING MODE IS F.
         01 PUB-CAL-LINE PIC X(80).
       FD F76
       RECORDING MODE IS F.
         01 PUB-CALDT-LINE PIC X(80).
       FD F77
       RECORDING MODE IS F.
         01 PUB-GTFSCTL-LINE PIC X(39).
       FD F78
       RECORDING MODE IS F.
         01 VERSION-WORK-RECORD PIC X(59).
       SD FS1.
         01 SORT-RECORD.
           03 SORT-TYPE        PIC XXX.
           03 SORT-SEATS       PIC 9(05).
           03 SORT-WAGONS      PIC 99.
           03 SORT-CONSIST     PIC X.
           03 SORT-DAYS        PIC X(07).
           03 SORT-HOL-FLAG    PIC X.

       WORKING-STORAGE SECTION.
       01  COMPTEUR PIC 9(05) VALUE 0.
             05 WS-TRAIN-WAGONS      PIC 99.
             05 WS-TRAIN-CONSIST     PIC X.
             88 WS-TRAIN-HAS-CONSIST VALUE 'Y'.
             05 WS-TRAIN-DAYS        PIC X(07).
             05 WS-TRAIN-HOL-FLAG    PIC X.
       01  WS-TRAIN-COUNT PIC 9(04) VALUE 0.

       01  WS-CONN-HEADER-FLAG PIC X VALUE 'N'.
           88 WS-RECYCLE-MODE VALUE 'RECYCLE'.
           88 WS-MAINT-MODE VALUE 'GARESMNT'.
           88 WS-SEMAINE-MODE VALUE 'SEMAINE'.
           88 WS-PONCT-MODE VALUE 'PONCTUEL'.
           88 WS-RELEASE-MODE VALUE 'RELEASE'.
           88 WS-INTEGRITE-MODE VALUE 'INTEGRIT'.
           88 WS-WHATIF-MODE VALUE 'WHATIF'.

       01  WS-DAY-IDX PIC 9 VALUE 0.
       01  WS-DIM PIC 99.
       01  WS-SERIES-WARN-FLAG PIC X VALUE 'N'.
           88 WS-SERIES-WARNED VALUE 'Y'.

       01  WS-TVX-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-TVX-OVERFLOW VALUE 'Y'.
       01  WORKS-TABLE-COUNT PIC 9(03) VALUE 0.
       01  WORKS-TABLE.
           03 WORKS-TAB-ENTRY OCCURS 500 TIMES.
             05 TVX-TAB-REF     PIC X(06).
             05 TVX-TAB-DATE    PIC 9(08).
             05 TVX-TAB-STN-A   PIC X(18).
             05 TVX-TAB-STN-B   PIC X(18).
             05 TVX-TAB-DEB-MIN PIC 9(05).
             05 TVX-TAB-FIN-MIN PIC 9(05).
             05 TVX-TAB-BUS     PIC X.
             05 TVX-TAB-EFF-DEB PIC 9(05).
             05 TVX-TAB-EFF-FIN PIC 9(05).
             05 TVX-TAB-ACTIVE  PIC X.
               88 TVX-TAB-IS-ACTIVE VALUE 'Y'.
       01  WS-TVX-IDX PIC 9(03).
       01  WS-TVX-MATCH PIC 9(03).
       01  WS-TVX-ACTIVE-CNT PIC 9(03).
       01  WS-TVX-JOUR PIC 9(08).
       01  WS-TVX-VEILLE PIC 9(08).
       01  WS-TVX-LENDEMAIN PIC 9(08).
       01  WS-TVX-SAVE-DATE PIC 9(08).
       01  WS-TVX-NODE-COUNT PIC 99.
       01  WS-TVX-NODE-TABLE.
           03 WS-TVX-NODE OCCURS 12 TIMES.
             05 WS-TVX-NODE-STN PIC X(18).
             05 WS-TVX-NODE-MIN PIC 9(05).
       01  WS-TVX-NODE-IDX PIC 99.
       01  WS-TVX-NEXT-IDX PIC 99.
       01  WS-TVX-LAST-OPEN PIC 99.
       01  WS-TVX-BUS-NODE PIC 99.
       01  WS-TVX-BLOCK-FLAG PIC X VALUE 'N'.
           88 WS-TVX-BLOCKED VALUE 'Y'.
       01  WS-TVX-BLOCK-TEXT PIC X(46).
       01  WS-CLOCK-MIN PIC 9(05).
       01  WS-CLOCK-EDIT PIC X(05).
       01  WS-TVX-BUS-TEXT PIC X(13).
       01  WS-TVX-BUS-DEP-MIN PIC 9(05).
       01  WS-TVX-BUS-ARR-MIN PIC 9(05).
       01  WS-BUS-FACTOR-PCT PIC 9(03) VALUE 150.
       01  WS-BUS-COUNT PIC 9(05) VALUE 0.
       01  COMPTEUR-TVX-ANNULE PIC 9(04) VALUE 0.
       01  COMPTEUR-TVX-LIMITE PIC 9(04) VALUE 0.
       01  COMPTEUR-TVX-CAR PIC 9(04) VALUE 0.
       01  WS-TOT-TVX-IMPACT PIC 9(05) VALUE 0.

       01  WS-SEC-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-SEC-OVERFLOW VALUE 'Y'.
       01  SECTION-TABLE-COUNT PIC 9(03) VALUE 0.
       01  SECTION-TABLE.
           03 SECTION-TAB-ENTRY OCCURS 999 TIMES.
             05 SEC-TAB-A       PIC X(18).
             05 SEC-TAB-B       PIC X(18).
             05 SEC-TAB-TRACKS  PIC 9.
             05 SEC-TAB-HEADWAY PIC 9(03).
       01  WS-SEC-IDX PIC 9(04).
       01  WS-SEC-MATCH PIC 9(03).
       01  WS-SEC-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-SEC-FOUND VALUE 'Y'.
       01  WS-SEC-A-X PIC X(18).
       01  WS-SEC-B-X PIC X(18).
       01  WS-SEC-DIR PIC X.
       01  WS-DEFAULT-HEADWAY PIC 9(03) VALUE 3.
       01  WS-PTH-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-PTH-OVERFLOW VALUE 'Y'.
       01  PATH-TABLE-COUNT PIC 9(04) VALUE 0.
       01  PATH-TABLE.
           03 PATH-TAB-ENTRY OCCURS 5000 TIMES.
             05 PTH-TAB-SECTION PIC 9(03).
             05 PTH-TAB-DIR     PIC X.
             05 PTH-TAB-ENTRY   PIC 9(05).
             05 PTH-TAB-EXIT    PIC 9(05).
             05 PTH-TAB-TRAIN   PIC 9(04).
       01  WS-PTH-IDX PIC 9(04).
       01  WS-PTH-IDX2 PIC 9(04).
       01  WS-PTH-START PIC 9(04).
       01  WS-PTH-NODE-COUNT PIC 99.
       01  WS-PTH-NODE-TABLE.
           03 WS-PTH-NODE OCCURS 12 TIMES.
             05 WS-PTH-NODE-STN PIC X(18).
             05 WS-PTH-NODE-KM  PIC 9(05).
             05 WS-PTH-NODE-MIN PIC 9(05).
       01  WS-PTH-NODE-IDX PIC 99.
       01  WS-PTH-KM-FLAG PIC X VALUE 'Y'.
           88 WS-PTH-KM-KNOWN VALUE 'Y'.
       01  WS-PTH-HEADWAY PIC 9(03).
       01  WS-PTH-GAP-DEB PIC S9(05).
       01  WS-PTH-GAP-FIN PIC S9(05).
       01  WS-PTH-WIN-DEB PIC 9(05).
       01  WS-PTH-WIN-FIN PIC 9(05).
       01  WS-PTH-GAP-EDIT PIC ZZZ9.
       01  WS-PTH-KIND PIC X(08).
       01  WS-PTH-GAP-TEXT PIC X(30).
       01  WS-PTH-TRACK-TEXT PIC X(06).
       01  COMPTEUR-SEC-FRONT PIC 9(04) VALUE 0.
       01  COMPTEUR-SEC-ESPACE PIC 9(04) VALUE 0.
       01  COMPTEUR-SEC-DEPASSEMENT PIC 9(04) VALUE 0.
       01  WS-TOT-SEC-CONFLITS PIC 9(05) VALUE 0.

       01  WS-PONCT-TOL-MIN PIC 9(03) VALUE 5.
       01  WS-PCT-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-PCT-OVERFLOW VALUE 'Y'.
       01  PONCT-TABLE-COUNT PIC 9(03) VALUE 0.
       01  PONCT-TABLE.
           03 PONCT-TAB-ENTRY OCCURS 999 TIMES.
             05 PCT-TAB-KIND    PIC X.
             05 PCT-TAB-KEY     PIC X(18).
             05 PCT-TAB-RUN     PIC 9(05).
             05 PCT-TAB-ONTIME  PIC 9(05).
             05 PCT-TAB-ANNUL   PIC 9(05).
             05 PCT-TAB-RETARD  PIC 9(07).
             05 PCT-TAB-PRINTED PIC X.
       01  WS-PCT-IDX PIC 9(04).
       01  WS-PCT-MATCH PIC 9(03).
       01  WS-PCT-KIND PIC X.
       01  WS-PCT-KEY-X PIC X(18).
       01  WS-PCT-HOUR-X.
           03 WS-PCT-HOUR-HH PIC 99.
           03 FILLER          PIC X VALUE 'H'.
       01  WS-PCT-MONTH-DATE PIC 9(08).
       01  WS-PCT-MONTH-R REDEFINES WS-PCT-MONTH-DATE.
           03 WS-PCT-YYYYMM PIC 9(06).
           03 FILLER         PIC 99.
       01  WS-PCT-OUTCOME PIC X.
           88 WS-PCT-CANCELLED VALUE 'A'.
           88 WS-PCT-ON-TIME   VALUE 'R'.
           88 WS-PCT-LATE      VALUE 'L'.
       01  WS-PCT-DELAY PIC S9(05).
       01  WS-PCT-DELAY-POS PIC 9(05).
       01  WS-PCT-PCT PIC 9(03).
       01  WS-PCT-AVG PIC 9(04).
       01  WS-PCT-BASE PIC 9(06).
       01  WS-PCT-BEST PIC 9(04).
       01  WS-PCT-DONE-FLAG PIC X VALUE 'N'.
           88 WS-PCT-DONE VALUE 'Y'.
       01  WS-PCT-DATE-MIN PIC 9(08).
       01  WS-PCT-DATE-MAX PIC 9(08).
       01  WS-PCT-SAVE-DATE PIC 9(08).
       01  WS-PCD-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-PCD-OVERFLOW VALUE 'Y'.
       01  PONCT-DATE-COUNT PIC 9(03) VALUE 0.
       01  PONCT-DATE-TABLE.
           03 PONCT-DATE-ENTRY OCCURS 366 TIMES.
             05 PCD-TAB-DATE     PIC 9(08).
             05 PCD-TAB-PLANNED  PIC 9(05).
             05 PCD-TAB-ACTUALS  PIC 9(05).
             05 PCD-TAB-MATCHED  PIC 9(05).
             05 PCD-TAB-LATE     PIC 9(05).
             05 PCD-TAB-PRINTED  PIC X.
       01  WS-PCD-IDX PIC 9(03).
       01  WS-PCD-MATCH PIC 9(03).
       01  WS-PCD-MISSING PIC 9(05).
       01  WS-PCD-FLAG-TEXT PIC X(12).
       01  COMPTEUR-ACT-LUS PIC 9(05) VALUE 0.
       01  COMPTEUR-ACT-REJ PIC 9(05) VALUE 0.
       01  COMPTEUR-ACT-SANS-PLAN PIC 9(05) VALUE 0.
       01  COMPTEUR-ACT-RUN PIC 9(05) VALUE 0.
       01  COMPTEUR-ACT-ONTIME PIC 9(05) VALUE 0.
       01  COMPTEUR-ACT-ANNUL PIC 9(05) VALUE 0.
       01  COMPTEUR-ACT-MISSING PIC 9(05) VALUE 0.
       01  COMPTEUR-ACT-LATE PIC 9(05) VALUE 0.
       01  COMPTEUR-PCT-INCOMPLET PIC 9(03) VALUE 0.
       01  WS-PCT-RETARD-TOT PIC 9(07) VALUE 0.

       01  WS-LF-MAX-PCT PIC 9(03) VALUE 100.
       01  WS-LF-MIN-PCT PIC 9(03) VALUE 20.
       01  WS-CNT-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-CNT-OVERFLOW VALUE 'Y'.
       01  COUNT-TABLE-COUNT PIC 9(04) VALUE 0.
       01  COUNT-TABLE.
           03 COUNT-TAB-ENTRY OCCURS 9999 TIMES.
             05 CNT-TAB-DATE      PIC 9(08).
             05 CNT-TAB-NUMBER    PIC 9(05).
             05 CNT-TAB-SEQ       PIC 99.
             05 CNT-TAB-STATION   PIC X(18).
             05 CNT-TAB-MONTES    PIC 9(04).
             05 CNT-TAB-DESCENDUS PIC 9(04).
             05 CNT-TAB-DONE      PIC X.
       01  WS-CNT-IDX PIC 9(05).
       01  WS-CNT-FIRST PIC 9(04).
       01  WS-CNT-BEST PIC 9(04).
       01  WS-CNT-DATE PIC 9(08).
       01  WS-CNT-NUMBER PIC 9(05).
       01  WS-CNT-DONE-FLAG PIC X VALUE 'N'.
           88 WS-CNT-DONE VALUE 'Y'.
       01  WS-PRF-COUNT PIC 99.
       01  WS-PRF-TABLE.
           03 WS-PRF-ENTRY OCCURS 20 TIMES.
             05 WS-PRF-STN  PIC X(18).
             05 WS-PRF-LOAD PIC 9(05).
       01  WS-PRF-IDX PIC 99.
       01  WS-PRF-LOAD-X PIC S9(06).
       01  WS-PRF-PEAK PIC 9(05).
       01  WS-PRF-PEAK-IDX PIC 99.
       01  WS-PRF-SEATS PIC 9(05).
       01  WS-PRF-LF PIC 9(04).
       01  WS-PRF-STATUS-TEXT PIC X(12).
       01  WS-SUG-SEATS PIC 9(05).
       01  WS-SUG-BEST PIC 9(04).
       01  WS-SUG-BEST-SEATS PIC 9(05).
       01  COMPTEUR-CNT-TRAINS PIC 9(05) VALUE 0.
       01  COMPTEUR-CNT-SURCHARGE PIC 9(05) VALUE 0.
       01  COMPTEUR-CNT-SOUSUTIL PIC 9(05) VALUE 0.
       01  COMPTEUR-CNT-SANS-PLAN PIC 9(05) VALUE 0.
       01  COMPTEUR-CNT-SANS-SIEGE PIC 9(05) VALUE 0.

       01  WS-REMPL-PCT PIC 9(03) VALUE 70.
       01  WS-TRF-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-TRF-OVERFLOW VALUE 'Y'.
       01  TARIFF-TABLE-COUNT PIC 9(03) VALUE 0.
       01  TARIFF-TABLE.
           03 TARIFF-TAB-ENTRY OCCURS 200 TIMES.
             05 TRF-TAB-TYPE    PIC XXX.
             05 TRF-TAB-BAND    PIC XX.
             05 TRF-TAB-KM-MAX  PIC 9(04).
             05 TRF-TAB-PERIOD  PIC X.
             05 TRF-TAB-RATE-KM PIC 9(02)V9(04).
       01  PEAK-TABLE-COUNT PIC 9(02) VALUE 0.
       01  PEAK-TABLE.
           03 PEAK-TAB-ENTRY OCCURS 10 TIMES.
             05 PEAK-TAB-DEB PIC 9(04).
             05 PEAK-TAB-FIN PIC 9(04).
       01  WS-WAGON-RATE PIC 9(05)V99 VALUE 0.
       01  WS-TRF-IDX PIC 9(04).
       01  WS-TRF-MATCH PIC 9(04).
       01  WS-TRF-TOP PIC 9(04).
       01  WS-TRF-PERIOD PIC X.
           88 WS-TRF-IS-PEAK VALUE 'P'.
       01  WS-TRF-PERIOD-TEXT PIC X(07).
       01  WS-TRF-DEP-HHMM PIC 9(04).
       01  WS-TRF-KM PIC 9(04).
       01  WS-TRF-PAX PIC 9(05).
       01  WS-TRF-REV-VOY PIC 9(07)V99.
       01  WS-TRF-REV-FRET PIC 9(07)V99.
       01  WS-TRF-REV-LEG PIC 9(07)V99.
       01  WS-TRF-FRET-TEXT PIC X(30).
       01  WS-TRF-LEG-EDIT PIC Z(6)9.99.
       01  WS-TRF-TOT-EDIT PIC Z(8)9.99.
       01  WS-TRF-FRT-EDIT PIC Z(6)9.99.
       01  WS-REC-TGV PIC 9(09)V99.
       01  WS-REC-COR PIC 9(09)V99.
       01  WS-REC-TER PIC 9(09)V99.
       01  WS-REC-VOY PIC 9(09)V99 VALUE 0.
       01  WS-REC-FRET PIC 9(09)V99 VALUE 0.
       01  WS-REC-TOT PIC 9(09)V99 VALUE 0.
       01  WS-REC-LEGS-TGV PIC 9(04).
       01  WS-REC-LEGS-COR PIC 9(04).
       01  WS-REC-LEGS-TER PIC 9(04).
       01  WS-ODR-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-ODR-OVERFLOW VALUE 'Y'.
       01  OD-REVENUE-COUNT PIC 9(03).
       01  OD-REVENUE-TABLE.
           03 OD-REVENUE-ENTRY OCCURS 999 TIMES.
             05 ODR-TAB-DEP  PIC X(18).
             05 ODR-TAB-DST  PIC X(18).
             05 ODR-TAB-LEGS PIC 9(04).
             05 ODR-TAB-PAX  PIC 9(07).
             05 ODR-TAB-REV  PIC 9(09)V99.
       01  WS-ODR-IDX PIC 9(04).
       01  WS-ODR-MATCH PIC 9(04).
       01  COMPTEUR-REC-SANS-TARIF PIC 9(04) VALUE 0.
       01  WS-TOT-REC-SANS-TARIF PIC 9(05) VALUE 0.
       01  WS-TRND-REC-EDIT PIC Z(8)9.99.

       01  WS-UNT-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-UNT-OVERFLOW VALUE 'Y'.
       01  UNIT-TABLE-COUNT PIC 9(03) VALUE 0.
       01  UNIT-TABLE.
           03 UNIT-TAB-ENTRY OCCURS 500 TIMES.
             05 UNT-TAB-ID        PIC X(06).
             05 UNT-TAB-COMPO     PIC X(04).
             05 UNT-TAB-LIEU      PIC X(18).
             05 UNT-TAB-KM        PIC 9(07).
             05 UNT-TAB-INSP-DATE PIC 9(08).
             05 UNT-TAB-LAST-RUN  PIC 9(08).
             05 UNT-TAB-CUM-KM    PIC 9(08).
             05 UNT-TAB-START-LIEU PIC X(18).
             05 UNT-TAB-DAY-KM    PIC 9(07).
             05 UNT-TAB-PREV-RUN  PIC 9(08).
             05 UNT-TAB-DAYS      PIC 9(05).
             05 UNT-TAB-DUE       PIC X.
               88 UNT-TAB-IS-DUE VALUE 'Y'.
             05 UNT-TAB-REASON    PIC X(07).
             05 UNT-TAB-ALLOC     PIC X.
               88 UNT-TAB-FREE      VALUE ' '.
               88 UNT-TAB-ALLOCATED VALUE 'A'.
               88 UNT-TAB-HELD      VALUE 'H'.
             05 UNT-TAB-COUNTS    PIC X.
               88 UNT-TAB-COUNTS-KM VALUE 'Y'.
       01  SEUIL-TABLE-COUNT PIC 9(02) VALUE 0.
       01  SEUIL-TABLE.
           03 SEUIL-TAB-ENTRY OCCURS 99 TIMES.
             05 SEU-TAB-COMPO PIC X(04).
             05 SEU-TAB-KM    PIC 9(07).
             05 SEU-TAB-JOURS PIC 9(04).
       01  WS-UNT-IDX PIC 9(04).
       01  WS-UNT-MATCH PIC 9(03).
       01  WS-UNT-SEU PIC 9(03).
       01  WS-UNT-SEU-IDX PIC 9(03).
       01  WS-UNT-SEARCH-MODE PIC X.
           88 WS-UNT-ANY-AT-STATION  VALUE 'S'.
           88 WS-UNT-FREE-AT-STATION VALUE 'F'.
           88 WS-UNT-FREE-ANYWHERE   VALUE 'A'.
       01  WS-UNT-STATION PIC X(18).
       01  WS-UNT-COMPO PIC X(04).
       01  WS-UNT-RUN-DATE PIC 9(08).
       01  WS-UNT-CHAIN-LEGS PIC 9(03).
       01  WS-ROT-UNIT-TABLE.
           03 WS-ROT-UNIT PIC 9(03) OCCURS 9999 TIMES.
       01  WS-ROT-DUE-TABLE.
           03 WS-ROT-DUE-UNIT PIC 9(03) OCCURS 9999 TIMES.
       01  WS-ROT-UNIT-TEXT PIC X(12).
       01  WS-DAYN-DATE PIC 9(08).
       01  WS-DAYN-DATE-X REDEFINES WS-DAYN-DATE.
           03 WS-DAYN-YYYY PIC 9(04).
           03 WS-DAYN-MM   PIC 9(02).
           03 WS-DAYN-DD   PIC 9(02).
       01  WS-DAYN-Y PIC 9(04).
       01  WS-DAYN-M PIC 99.
       01  WS-DAYN-Q4 PIC 9(04).
       01  WS-DAYN-Q100 PIC 9(02).
       01  WS-DAYN-Q400 PIC 9(02).
       01  WS-DAYN-T PIC 9(04).
       01  WS-DAYN-MD PIC 9(03).
       01  WS-DAYN-NUM PIC 9(07).
       01  WS-DAYN-RUN-NUM PIC 9(07).
       01  COMPTEUR-UNT-DUE PIC 9(04) VALUE 0.
       01  COMPTEUR-UNT-REMPL PIC 9(04) VALUE 0.
       01  COMPTEUR-UNT-SANS PIC 9(04) VALUE 0.
       01  WS-TOT-UNT-DUE PIC 9(05) VALUE 0.
       01  WS-TOT-UNT-REMPL PIC 9(05) VALUE 0.
       01  WS-GTFS-START PIC 9(08).
       01  WS-GTFS-AGENCY-ID PIC X(10) VALUE 'SNCF'.
       01  WS-GTFS-AGENCY-NAME PIC X(30) VALUE 'SNCF'.
       01  WS-GTFS-AGENCY-URL PIC X(40) VALUE 'https://www.sncf.com'.
       01  WS-GTFS-AGENCY-TZ PIC X(20) VALUE 'Europe/Paris'.
       01  WS-GTFS-AGENCY-LANG PIC X(02) VALUE 'fr'.
       01  WS-GTFS-END PIC 9(08).
       01  WS-GTFS-SAVE-DATE PIC 9(08).
       01  WS-GTFS-DAYS PIC X(07).
       01  WS-GTFS-DAY-FLAGS REDEFINES WS-GTFS-DAYS.
           03 WS-GTFS-DAY-FLAG PIC X OCCURS 7 TIMES.
       01  WS-GTFS-HOL PIC X.
       01  WS-GTFS-DAY-IDX PIC 9.
       01  WS-GTFS-SVC-ID PIC X(12).
       01  WS-GTFS-FRET-FLAG PIC X VALUE 'N'.
           88 WS-GTFS-LEG-IS-FRET VALUE 'Y'.
       01  WS-GTFS-STN-FLAG PIC X VALUE 'N'.
           88 WS-GTFS-STN-FOUND VALUE 'Y'.
       01  WS-GTFS-STN PIC X(18).
       01  WS-GTFS-STN-IDX PIC 9(04).
       01  WS-GTFS-TGV-FLAG PIC X VALUE 'N'.
           88 WS-GTFS-HAS-TGV VALUE 'Y'.
       01  WS-GTFS-COR-FLAG PIC X VALUE 'N'.
           88 WS-GTFS-HAS-COR VALUE 'Y'.
       01  WS-GTFS-TER-FLAG PIC X VALUE 'N'.
           88 WS-GTFS-HAS-TER VALUE 'Y'.
       01  WS-GTFS-SEQ PIC 9(03).
       01  WS-GTFS-DEP-MIN PIC 9(05).
       01  WS-GTFS-STOP-MIN PIC 9(05).
       01  WS-GTFS-HH PIC 99.
       01  WS-GTFS-MM PIC 99.
       01  WS-GTFS-TIME PIC X(08).
       01  WS-GTFS-HOL-DOW PIC 9.
       01  WS-GTFS-DOW-N PIC 9(07).
       01  WS-GTFS-DOW-Q PIC 9(07).
       01  WS-GTFS-DOW-R PIC 9.
       01  GTFS-SERVICE-COUNT PIC 9(03) VALUE 0.
       01  GTFS-SERVICE-TABLE.
           03 GTFS-SVC-ENTRY OCCURS 256 TIMES.
             05 GTFS-SVC-DAYS PIC X(07).
             05 GTFS-SVC-HOL  PIC X.
       01  WS-GSV-IDX PIC 9(03).
       01  WS-GSV-MATCH PIC 9(03).
       01  WS-GSV-FLAG PIC X VALUE 'N'.
           88 WS-GSV-FOUND VALUE 'Y'.
       01  COMPTEUR-GTFS-AGENCY PIC 9(07) VALUE 0.
       01  COMPTEUR-GTFS-STOPS PIC 9(07) VALUE 0.
       01  COMPTEUR-GTFS-ROUTES PIC 9(07) VALUE 0.
       01  COMPTEUR-GTFS-TRIPS PIC 9(07) VALUE 0.
       01  COMPTEUR-GTFS-STIMES PIC 9(07) VALUE 0.
       01  COMPTEUR-GTFS-CAL PIC 9(07) VALUE 0.
       01  COMPTEUR-GTFS-CALDT PIC 9(07) VALUE 0.
       01  COMPTEUR-GTFS-TOTAL PIC 9(07) VALUE 0.
       01  COMPTEUR-GTFS-FRET PIC 9(05) VALUE 0.
       01  COMPTEUR-GTFS-SANS-GARE PIC 9(05) VALUE 0.
       01  VERSION-TABLE-COUNT PIC 9(04) VALUE 0.
       01  VERSION-TABLE.
           03 VERSION-TAB-ENTRY OCCURS 999 TIMES.
             05 VTB-DATE     PIC 9(08).
             05 VTB-VERSION  PIC 9(03).
             05 VTB-STATUS   PIC X.
             88 VTB-HELD       VALUE 'H'.
             88 VTB-PUBLISHED  VALUE 'P'.
             88 VTB-REJECTED   VALUE 'R'.
             88 VTB-SUPERSEDED VALUE 'S'.
             05 VTB-GRADE    PIC X(08).
             05 VTB-MODE     PIC X(08).
             05 VTB-CREATED  PIC 9(08).
             05 VTB-OPERATOR PIC X(08).
             05 VTB-DECIDED  PIC 9(08).
       01  WS-VER-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-VER-OVERFLOW VALUE 'Y'.
       01  WS-VTB-IDX PIC 9(04).
       01  WS-VTB-MATCH PIC 9(04).
       01  WS-VTB-PUB PIC 9(04).
       01  WS-VTB-FLAG PIC X VALUE 'N'.
           88 WS-VTB-FOUND VALUE 'Y'.
       01  WS-PUB-TRN-LEN PIC 9(03).
       01  WS-DRF-VERSION PIC 9(03).
       01  WS-DRF-MAX-VERSION PIC 9(03).
       01  WS-DRF-EOF-FLAG PIC X VALUE 'N'.
           88 WS-DRF-EOF VALUE 'Y'.
       01  WS-DRF-COPY-FLAG PIC X VALUE 'N'.
           88 WS-DRF-COPYING VALUE 'Y'.
       01  COMPTEUR-DRF-TRAIN3 PIC 9(05) VALUE 0.
       01  COMPTEUR-DRF-AFFICHES PIC 9(05) VALUE 0.
       01  COMPTEUR-DRF-RESAEXT PIC 9(05) VALUE 0.
       01  COMPTEUR-DRF-SUBSTBUS PIC 9(05) VALUE 0.
       01  COMPTEUR-DRF-GTFS PIC 9(05) VALUE 0.
       01  COMPTEUR-DRF-PURGES PIC 9(07) VALUE 0.
       01  COMPTEUR-VER-PURGES PIC 9(05) VALUE 0.
       01  WS-REL-TODAY PIC 9(08).
       01  WS-REL-TIME PIC 9(08).
       01  WS-REL-TIME-X REDEFINES WS-REL-TIME.
           03 WS-REL-HHMMSS PIC 9(06).
           03 FILLER        PIC 9(02).
       01  WS-REL-ACTION PIC X(10).
       01  WS-REL-DATE PIC 9(08).
       01  WS-REL-VERSION PIC 9(03).
       01  WS-REL-OPERATOR PIC X(08).
       01  WS-REL-TEXT PIC X(88).
       01  WS-REL-STATUS-TEXT PIC X(10).
       01  COMPTEUR-REL-LUS PIC 9(04) VALUE 0.
       01  COMPTEUR-REL-PUBLIES PIC 9(04) VALUE 0.
       01  COMPTEUR-REL-REJETS PIC 9(04) VALUE 0.
       01  COMPTEUR-REL-REMPLACES PIC 9(04) VALUE 0.
       01  COMPTEUR-REL-ERREURS PIC 9(04) VALUE 0.
       01  AUD-RETIRED-COUNT PIC 9(03) VALUE 0.
       01  AUD-RETIRED-TABLE.
           03 AUD-RET-ENTRY OCCURS 200 TIMES.
             05 AUD-RET-STN    PIC X(18).
             05 AUD-RET-ACTION PIC XXX.
       01  AUD-STN-USAGE.
           03 AUD-STN-USED PIC X OCCURS 999 TIMES.
       01  AUD-DIS-COUNT PIC 9(04) VALUE 0.
       01  AUD-DIS-TABLE.
           03 AUD-DIS-ENTRY OCCURS 999 TIMES.
             05 AUD-DIS-DEP PIC X(18).
             05 AUD-DIS-DST PIC X(18).
       01  AUD-CST-COUNT PIC 9(04) VALUE 0.
       01  AUD-CST-TABLE.
           03 AUD-CST-ENTRY OCCURS 999 TIMES.
             05 AUD-CST-TYPE PIC XXX.
             05 AUD-CST-DEP  PIC X(18).
             05 AUD-CST-DST  PIC X(18).
             05 AUD-CST-CODE PIC X(04).
             05 AUD-CST-USED PIC X.
       01  AUD-AGT-COUNT PIC 9(04) VALUE 0.
       01  AUD-AGT-TABLE.
           03 AUD-AGT-ID PIC X(06) OCCURS 999 TIMES.
       01  AUD-SER-COUNT PIC 99 VALUE 0.
       01  AUD-SER-TABLE.
           03 AUD-SER-ENTRY OCCURS 20 TIMES.
             05 AUD-SER-TYPE PIC XXX.
             05 AUD-SER-USED PIC X.
       01  AUD-FND-COUNT PIC 9(04) VALUE 0.
       01  AUD-FND-TABLE.
           03 AUD-FND-ENTRY OCCURS 999 TIMES.
             05 AUD-FND-SEV  PIC X.
             05 AUD-FND-TEXT PIC X(124).
       01  WS-AUD-FND-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-AUD-FND-OVERFLOW VALUE 'Y'.
       01  WS-AUD-CAP-FLAG PIC X VALUE 'N'.
           88 WS-AUD-CAP-WARNED VALUE 'Y'.
       01  WS-AUD-SEV PIC X.
       01  WS-AUD-FILE PIC X(08).
       01  WS-AUD-KIND PIC X(10).
       01  WS-AUD-KEY PIC X(40).
       01  WS-AUD-DETAIL PIC X(60).
       01  WS-AUD-STN PIC X(18).
       01  WS-AUD-REASON PIC X(40).
       01  WS-AUD-IDX PIC 9(04).
       01  WS-AUD-IDX2 PIC 9(04).
       01  WS-AUD-MATCH PIC 9(04).
       01  WS-AUD-FLAG PIC X VALUE 'N'.
           88 WS-AUD-FOUND VALUE 'Y'.
       01  WS-AUD-RET-FLAG PIC X VALUE 'N'.
           88 WS-AUD-IS-RETIRED VALUE 'Y'.
       01  WS-AUD-DUP-FLAG PIC X VALUE 'N'.
           88 WS-AUD-IS-DUP VALUE 'Y'.
       01  WS-AUD-SHIFT-FLAG PIC X VALUE 'N'.
           88 WS-AUD-SHIFT-OK VALUE 'Y'.
       01  WS-AUD-HALT-IDX PIC 99.
       01  WS-AUD-PRINT-SEV PIC X.
       01  WS-AUD-SEV-TEXT PIC X(08).
       01  COMPTEUR-AUD-ERREURS PIC 9(04) VALUE 0.
       01  COMPTEUR-AUD-ALERTES PIC 9(04) VALUE 0.
       01  COMPTEUR-AUD-INFOS PIC 9(04) VALUE 0.
       01  COMPTEUR-AUD-TRAINS PIC 9(05) VALUE 0.
       01  INDISPO-TABLE-COUNT PIC 9(03) VALUE 0.
       01  INDISPO-TABLE.
           03 INDISPO-ENTRY OCCURS 200 TIMES.
             05 IND-TAB-TYPE  PIC X.
             05 IND-TAB-RES   PIC X(06).
             05 IND-TAB-DEB   PIC 9(04).
             05 IND-TAB-FIN   PIC 9(04).
             05 IND-TAB-MOTIF PIC X(20).
             05 IND-TAB-FROM  PIC S9(05).
             05 IND-TAB-TO    PIC S9(05).
             05 IND-TAB-HITS  PIC 9(04).
       01  WS-IND-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-IND-OVERFLOW VALUE 'Y'.
       01  WS-IND-IDX PIC 9(03).
       01  WS-IND-MATCH PIC 9(03).
       01  WS-IND-TYPE-X PIC X.
       01  WS-IND-RES-X PIC X(06).
       01  WS-IND-LEG-FROM PIC S9(05).
       01  WS-IND-LEG-TO PIC S9(05).
       01  WS-IND-BLOCKED-FLAG PIC X VALUE 'N'.
           88 WS-IND-BLOCKED VALUE 'Y'.
       01  WS-IND-HH PIC 99.
       01  WS-IND-MM PIC 99.
       01  WIF-LEG-TABLE.
           03 WIF-LEG-ENTRY OCCURS 9999 TIMES.
             05 WIF-BASE-DRV  PIC X(06).
             05 WIF-BASE-CND  PIC X(06).
             05 WIF-BASE-UNIT PIC X(06).
             05 WIF-BASE-SET  PIC X.
             05 WIF-CST-OUT   PIC X.
       01  WIF-LEG-IDX PIC 9(05).
       01  WIF-LEG-MATCH PIC 9(05).
       01  WIF-ROLE-X PIC X(03).
       01  WIF-SET-UNIT PIC X(06).
       01  WIF-SET-STATION PIC X(18).
       01  WIF-TYPE-X PIC XXX.
       01  WIF-NUM-X PIC X(05).
       01  WIF-NUM-9 REDEFINES WIF-NUM-X PIC 9(05).
       01  WIF-BASE-X PIC X(06).
       01  WIF-NEW-X PIC X(06).
       01  WIF-SLOT-TEXT PIC X(09).
       01  WIF-CAUSE-X PIC X(09).
       01  WIF-LEG-TEXT PIC X(60).
       01  WIF-CHANGE-TEXT PIC X(60).
       01  WIF-LEG-HIT-FLAG PIC X VALUE 'N'.
           88 WIF-LEG-HIT VALUE 'Y'.
       01  WIF-LEG-OPEN-FLAG PIC X VALUE 'N'.
           88 WIF-LEG-OPEN VALUE 'Y'.
       01  WIF-LEG-REAS-FLAG PIC X VALUE 'N'.
           88 WIF-LEG-REASSIGNED VALUE 'Y'.
       01  WIF-LEG-NEW-FLAG PIC X VALUE 'N'.
           88 WIF-LEG-NEWLY-OPEN VALUE 'Y'.
       01  WIF-CUR-AGENT PIC X(06).
       01  WIF-VER-DATE PIC 9(08) VALUE 0.
       01  WIF-VER-MODE PIC X(08) VALUE SPACES.
       01  WIF-BAD-PLAN-FLAG PIC X VALUE 'N'.
           88 WIF-BAD-PLAN VALUE 'Y'.
       01  WIF-NO-INDISPO-FLAG PIC X VALUE 'N'.
           88 WIF-NO-INDISPO VALUE 'Y'.
       01  COMPTEUR-WIF-PERTES PIC 9(04) VALUE 0.
       01  COMPTEUR-WIF-REAFFECT PIC 9(04) VALUE 0.
       01  COMPTEUR-WIF-DECOUVERTS PIC 9(04) VALUE 0.
       01  COMPTEUR-WIF-DEJA PIC 9(04) VALUE 0.
       01  COMPTEUR-WIF-NOUVEAUX PIC 9(04) VALUE 0.
       01  COMPTEUR-WIF-INCONNUS PIC 9(04) VALUE 0.

       01  WS-CKPT-STATUS PIC XX.
       01  WS-F2-STATUS PIC XX.
       01  WS-NUMSER-STATUS PIC XX.
       01  WS-DEMANDES-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-DISTANCE-STATUS PIC XX.
       01  WS-TRAVAUX-STATUS PIC XX.
       01  WS-SECTIONS-STATUS PIC XX.
       01  WS-REALISES-STATUS PIC XX.
       01  WS-COMPTAGE-STATUS PIC XX.
       01  WS-TARIFS-STATUS PIC XX.
       01  WS-MATERIEL-STATUS PIC XX.
       01  WS-AFFICHES-STATUS PIC XX.
       01  WS-RESAEXT-STATUS PIC XX.
       01  WS-PUBTRN-STATUS PIC XX.
       01  WS-PLANDRFT-STATUS PIC XX.
       01  WS-PLANVERS-STATUS PIC XX.
       01  WS-APPROBAT-STATUS PIC XX.
       01  WS-RELAUDIT-STATUS PIC XX.
       01  WS-ROULEMNT-STATUS PIC XX.
       01  WS-CREWPLAN-STATUS PIC XX.
       01  WS-INDISPO-STATUS PIC XX.
       01  WS-SUBSTBUS-STATUS PIC XX.
       01  WS-GTFSDFT-STATUS PIC XX.

       01  WS-REPORT-DATE PIC 9(08).
       01  WS-REPORT-TIME PIC 9(08).
               PERFORM PROCESS-STATION-MAINT THRU
                   PROCESS-STATION-MAINT-EXIT
           ELSE
               IF WS-PONCT-MODE
                   PERFORM PROCESS-PUNCTUALITY THRU
                       PROCESS-PUNCTUALITY-EXIT
               ELSE
                   IF WS-RELEASE-MODE
                       PERFORM PROCESS-RELEASE THRU PROCESS-RELEASE-EXIT
                   ELSE
                       IF WS-INTEGRITE-MODE
                           PERFORM PROCESS-INTEGRITY-AUDIT THRU
                               PROCESS-INTEGRITY-AUDIT-EXIT
                       ELSE
                           IF WS-WHATIF-MODE
                               PERFORM PROCESS-WHATIF THRU
                                   PROCESS-WHATIF-EXIT
                           ELSE
                               IF WS-RECYCLE-MODE
                                   PERFORM READ-NEXT-CORRECTION THRU
                                       READ-NEXT-CORRECTION-EXIT
                                   PERFORM PROCESS-ONE-CORRECTION
                                       THRU PROCESS-ONE-CORRECTION-EXIT
                                       UNTIL END-OF-INPUT
                               ELSE
                                   IF WS-SEMAINE-MODE
                                       PERFORM LOAD-WEEK-INPUT THRU
                                           LOAD-WEEK-INPUT-EXIT
                                       PERFORM PROCESS-WEEK-DAY THRU
                                           PROCESS-WEEK-DAY-EXIT
                                           VARYING WS-DAY-IDX
                                           FROM 1 BY 1
                                           UNTIL WS-DAY-IDX > 7
                                   ELSE
                                       PERFORM READ-NEXT-RECORD THRU
                                           READ-NEXT-RECORD-EXIT
                                       PERFORM PROCESS-ONE-RECORD THRU
                                           PROCESS-ONE-RECORD-EXIT
                                           UNTIL END-OF-INPUT
                                   END-IF
                               END-IF
                               PERFORM FINALIZE-RUN THRU
                                   FINALIZE-RUN-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           STOP RUN.
               PERFORM LOAD-TRAIN-ENTRIES THRU LOAD-TRAIN-ENTRIES-EXIT
               GO TO INITIALIZE-RUN-EXIT
           END-IF.
           IF WS-PONCT-MODE OR WS-RELEASE-MODE OR WS-INTEGRITE-MODE
               OR WS-WHATIF-MODE
               GO TO INITIALIZE-RUN-EXIT
           END-IF.

           PERFORM LOAD-NUMBER-SERIES THRU LOAD-NUMBER-SERIES-EXIT.
           MOVE WS-NEXT-TGV TO WS-SERIE-TGV-DEB.
           PERFORM LOAD-CREW-ROSTER THRU LOAD-CREW-ROSTER-EXIT.
           PERFORM LOAD-ENQUIRIES THRU LOAD-ENQUIRIES-EXIT.
           PERFORM LOAD-DISTANCE-MASTER THRU LOAD-DISTANCE-MASTER-EXIT.
           PERFORM LOAD-WORKS-POSSESSIONS THRU
               LOAD-WORKS-POSSESSIONS-EXIT.
           PERFORM LOAD-SECTION-MASTER THRU LOAD-SECTION-MASTER-EXIT.
           PERFORM LOAD-TARIFF-MASTER THRU LOAD-TARIFF-MASTER-EXIT.
           PERFORM LOAD-UNIT-MASTER THRU LOAD-UNIT-MASTER-EXIT.
           PERFORM LOAD-PREVIOUS-PLAN THRU LOAD-PREVIOUS-PLAN-EXIT.

           IF WS-RECYCLE-MODE
                           AND PRM-MAX-REJ-PCT > 0
                           MOVE PRM-MAX-REJ-PCT TO WS-MAX-REJECT-PCT
                       END-IF
                       IF PRM-PONCT-TOL NUMERIC
                           MOVE PRM-PONCT-TOL TO WS-PONCT-TOL-MIN
                       END-IF
                       IF PRM-LF-MAX NUMERIC AND PRM-LF-MAX > 0
                           MOVE PRM-LF-MAX TO WS-LF-MAX-PCT
                       END-IF
                       IF PRM-LF-MIN NUMERIC
                           MOVE PRM-LF-MIN TO WS-LF-MIN-PCT
                       END-IF
                       IF PRM-REMPL-PCT NUMERIC AND PRM-REMPL-PCT > 0
                           MOVE PRM-REMPL-PCT TO WS-REMPL-PCT
                       END-IF
                       IF PRM-AGENCY-ID NOT = SPACES
                           MOVE PRM-AGENCY-ID TO WS-GTFS-AGENCY-ID
                       END-IF
                       IF PRM-AGENCY-NAME NOT = SPACES
                           MOVE PRM-AGENCY-NAME TO WS-GTFS-AGENCY-NAME
                       END-IF
                       IF PRM-AGENCY-URL NOT = SPACES
                           MOVE PRM-AGENCY-URL TO WS-GTFS-AGENCY-URL
                       END-IF
                       IF PRM-AGENCY-TZ NOT = SPACES
                           MOVE PRM-AGENCY-TZ TO WS-GTFS-AGENCY-TZ
                       END-IF
                       IF PRM-AGENCY-LANG NOT = SPACES
                           MOVE PRM-AGENCY-LANG TO WS-GTFS-AGENCY-LANG
                       END-IF
               END-READ
               CLOSE F14
           END-IF.
       LOAD-ONE-DISTANCE-EXIT.
           EXIT.

       LOAD-WORKS-POSSESSIONS.
           OPEN INPUT F36.
           IF WS-TRAVAUX-STATUS NOT = '35'
               PERFORM LOAD-ONE-POSSESSION THRU
                   LOAD-ONE-POSSESSION-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F36
           END-IF.
       LOAD-WORKS-POSSESSIONS-EXIT.
           EXIT.

       LOAD-ONE-POSSESSION.
           READ F36 INTO WORKS-RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TVX-DATE NUMERIC AND TVX-DATE > 0
                       AND TVX-DEB-HHMM NUMERIC
                       AND TVX-FIN-HHMM NUMERIC
                       AND TVX-STATION-A NOT = SPACES
                       IF WORKS-TABLE-COUNT < 500
                           ADD 1 TO WORKS-TABLE-COUNT
                           MOVE TVX-REF TO
                               TVX-TAB-REF(WORKS-TABLE-COUNT)
                           MOVE TVX-DATE TO
                               TVX-TAB-DATE(WORKS-TABLE-COUNT)
                           MOVE TVX-STATION-A TO
                               TVX-TAB-STN-A(WORKS-TABLE-COUNT)
                           MOVE TVX-STATION-B TO
                               TVX-TAB-STN-B(WORKS-TABLE-COUNT)
                           MOVE TVX-BUS TO
                               TVX-TAB-BUS(WORKS-TABLE-COUNT)
                           DIVIDE TVX-DEB-HHMM BY 100
                               GIVING WS-SHIFT-HH
                               REMAINDER WS-SHIFT-MM
                           COMPUTE TVX-TAB-DEB-MIN(WORKS-TABLE-COUNT)
                               = (WS-SHIFT-HH * 60) + WS-SHIFT-MM
                           DIVIDE TVX-FIN-HHMM BY 100
                               GIVING WS-SHIFT-HH
                               REMAINDER WS-SHIFT-MM
                           COMPUTE TVX-TAB-FIN-MIN(WORKS-TABLE-COUNT)
                               = (WS-SHIFT-HH * 60) + WS-SHIFT-MM
                           IF TVX-TAB-FIN-MIN(WORKS-TABLE-COUNT) NOT >
                               TVX-TAB-DEB-MIN(WORKS-TABLE-COUNT)
                               ADD 1440 TO
                                   TVX-TAB-FIN-MIN(WORKS-TABLE-COUNT)
                           END-IF
                           MOVE 'N' TO
                               TVX-TAB-ACTIVE(WORKS-TABLE-COUNT)
                       ELSE
                           IF NOT WS-TVX-OVERFLOW
                               DISPLAY 'TRAVAUX.DAT EXCEEDS WORKS '
                                   'TABLE CAPACITY - EXTRA '
                                   'POSSESSIONS IGNORED'
                               SET WS-TVX-OVERFLOW TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-POSSESSION-EXIT.
           EXIT.

       LOAD-SECTION-MASTER.
           OPEN INPUT F39.
           IF WS-SECTIONS-STATUS NOT = '35'
               PERFORM LOAD-ONE-SECTION THRU LOAD-ONE-SECTION-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F39
           END-IF.
       LOAD-SECTION-MASTER-EXIT.
           EXIT.

       LOAD-TARIFF-MASTER.
           OPEN INPUT F45.
           IF WS-TARIFS-STATUS NOT = '35'
               PERFORM LOAD-ONE-TARIFF THRU LOAD-ONE-TARIFF-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F45
           END-IF.
       LOAD-TARIFF-MASTER-EXIT.
           EXIT.

       LOAD-UNIT-MASTER.
           OPEN INPUT F47.
           IF WS-MATERIEL-STATUS NOT = '35'
               PERFORM LOAD-ONE-UNIT THRU LOAD-ONE-UNIT-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F47
           END-IF.
       LOAD-UNIT-MASTER-EXIT.
           EXIT.

       LOAD-ONE-UNIT.
           READ F47 INTO UNIT-RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF UNT-SEUIL-REC AND SEUIL-TABLE-COUNT < 99
                       ADD 1 TO SEUIL-TABLE-COUNT
                       MOVE UNT-COMPO TO
                           SEU-TAB-COMPO(SEUIL-TABLE-COUNT)
                       IF SEU-KM NUMERIC
                           MOVE SEU-KM TO SEU-TAB-KM(SEUIL-TABLE-COUNT)
                       ELSE
                           MOVE 0 TO SEU-TAB-KM(SEUIL-TABLE-COUNT)
                       END-IF
                       IF SEU-JOURS NUMERIC
                           MOVE SEU-JOURS TO
                               SEU-TAB-JOURS(SEUIL-TABLE-COUNT)
                       ELSE
                           MOVE 0 TO SEU-TAB-JOURS(SEUIL-TABLE-COUNT)
                       END-IF
                   END-IF
                   IF UNT-UNIT-REC AND UNT-ID NOT = SPACES
                       IF UNIT-TABLE-COUNT < 500
                           ADD 1 TO UNIT-TABLE-COUNT
                           MOVE UNT-ID TO UNT-TAB-ID(UNIT-TABLE-COUNT)
                           MOVE UNT-COMPO TO
                               UNT-TAB-COMPO(UNIT-TABLE-COUNT)
                           MOVE UNT-LIEU TO
                               UNT-TAB-LIEU(UNIT-TABLE-COUNT)
                           MOVE 0 TO UNT-TAB-KM(UNIT-TABLE-COUNT)
                           MOVE 0 TO UNT-TAB-INSP-DATE(UNIT-TABLE-COUNT)
                           MOVE 0 TO UNT-TAB-LAST-RUN(UNIT-TABLE-COUNT)
                           MOVE 0 TO UNT-TAB-CUM-KM(UNIT-TABLE-COUNT)
                           MOVE UNT-START-LIEU TO
                               UNT-TAB-START-LIEU(UNIT-TABLE-COUNT)
                           MOVE 0 TO UNT-TAB-DAY-KM(UNIT-TABLE-COUNT)
                           MOVE 0 TO UNT-TAB-PREV-RUN(UNIT-TABLE-COUNT)
                           IF UNT-KM NUMERIC
                               MOVE UNT-KM TO
                                   UNT-TAB-KM(UNIT-TABLE-COUNT)
                           END-IF
                           IF UNT-INSP-DATE NUMERIC
                               MOVE UNT-INSP-DATE TO
                                   UNT-TAB-INSP-DATE(UNIT-TABLE-COUNT)
                           END-IF
                           IF UNT-LAST-RUN NUMERIC
                               MOVE UNT-LAST-RUN TO
                                   UNT-TAB-LAST-RUN(UNIT-TABLE-COUNT)
                           END-IF
                           IF UNT-CUM-KM NUMERIC
                               MOVE UNT-CUM-KM TO
                                   UNT-TAB-CUM-KM(UNIT-TABLE-COUNT)
                           END-IF
                           IF UNT-DAY-KM NUMERIC
                               MOVE UNT-DAY-KM TO
                                   UNT-TAB-DAY-KM(UNIT-TABLE-COUNT)
                           END-IF
                           IF UNT-PREV-RUN NUMERIC
                               MOVE UNT-PREV-RUN TO
                                   UNT-TAB-PREV-RUN(UNIT-TABLE-COUNT)
                           END-IF
                       ELSE
                           IF NOT WS-UNT-OVERFLOW
                               DISPLAY 'MATERIEL.DAT EXCEEDS UNIT '
                                   'TABLE CAPACITY - EXTRA UNITS '
                                   'IGNORED'
                               SET WS-UNT-OVERFLOW TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-UNIT-EXIT.
           EXIT.

       LOAD-ONE-TARIFF.
           READ F45 INTO TARIFF-RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TRF-RATE-REC
                       AND (TRF-PEAK OR TRF-OFFPEAK)
                       AND TRF-KM-MAX NUMERIC
                       AND TRF-RATE-KM NUMERIC
                       IF TARIFF-TABLE-COUNT < 200
                           ADD 1 TO TARIFF-TABLE-COUNT
                           MOVE TRF-TYPE TO
                               TRF-TAB-TYPE(TARIFF-TABLE-COUNT)
                           MOVE TRF-BAND TO
                               TRF-TAB-BAND(TARIFF-TABLE-COUNT)
                           MOVE TRF-KM-MAX TO
                               TRF-TAB-KM-MAX(TARIFF-TABLE-COUNT)
                           MOVE TRF-PERIOD TO
                               TRF-TAB-PERIOD(TARIFF-TABLE-COUNT)
                           MOVE TRF-RATE-KM TO
                               TRF-TAB-RATE-KM(TARIFF-TABLE-COUNT)
                       ELSE
                           IF NOT WS-TRF-OVERFLOW
                               DISPLAY 'TARIFS.DAT EXCEEDS TARIFF '
                                   'TABLE CAPACITY - EXTRA RATES '
                                   'IGNORED'
                               SET WS-TRF-OVERFLOW TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF TRF-PEAK-REC
                       AND TRF-PEAK-DEB NUMERIC
                       AND TRF-PEAK-FIN NUMERIC
                       AND PEAK-TABLE-COUNT < 10
                       ADD 1 TO PEAK-TABLE-COUNT
                       MOVE TRF-PEAK-DEB TO
                           PEAK-TAB-DEB(PEAK-TABLE-COUNT)
                       MOVE TRF-PEAK-FIN TO
                           PEAK-TAB-FIN(PEAK-TABLE-COUNT)
                   END-IF
                   IF TRF-FRET-REC AND TRF-WAGON-RATE NUMERIC
                       MOVE TRF-WAGON-RATE TO WS-WAGON-RATE
                   END-IF
           END-READ.
       LOAD-ONE-TARIFF-EXIT.
           EXIT.

       LOAD-ONE-SECTION.
           READ F39 INTO SECTION-RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF SEC-STATION-A NOT = SPACES
                       AND SEC-STATION-B NOT = SPACES
                       AND SEC-TRACKS NUMERIC
                       IF SECTION-TABLE-COUNT < 999
                           ADD 1 TO SECTION-TABLE-COUNT
                           MOVE SEC-STATION-A TO
                               SEC-TAB-A(SECTION-TABLE-COUNT)
                           MOVE SEC-STATION-B TO
                               SEC-TAB-B(SECTION-TABLE-COUNT)
                           MOVE SEC-TRACKS TO
                               SEC-TAB-TRACKS(SECTION-TABLE-COUNT)
                           IF SEC-HEADWAY NUMERIC AND SEC-HEADWAY > 0
                               MOVE SEC-HEADWAY TO
                                   SEC-TAB-HEADWAY(SECTION-TABLE-COUNT)
                           ELSE
                               MOVE WS-DEFAULT-HEADWAY TO
                                   SEC-TAB-HEADWAY(SECTION-TABLE-COUNT)
                           END-IF
                       ELSE
                           IF NOT WS-SEC-OVERFLOW
                               DISPLAY 'SECTIONS.DAT EXCEEDS SECTION '
                                   'TABLE CAPACITY - EXTRA SECTIONS '
                                   'IGNORED'
                               SET WS-SEC-OVERFLOW TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-SECTION-EXIT.
           EXIT.

       LOAD-PREVIOUS-PLAN.
           OPEN INPUT F57.
           IF WS-PUBTRN-STATUS NOT = '35'
               PERFORM LOAD-ONE-PREVIOUS THRU LOAD-ONE-PREVIOUS-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F57
           END-IF.
       LOAD-PREVIOUS-PLAN-EXIT.
           EXIT.

       LOAD-ONE-PREVIOUS.
           READ F57 INTO ALLY
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF RECORD-TYPE2 = 'END'
                       SET END-OF-INPUT TO TRUE
                   END-IF
                   IF RECORD-TYPE2 = 'JOU'
                       IF WS-PREV-PLAN-DATE > 0
                           SET END-OF-INPUT TO TRUE
                       ELSE
                           MOVE DAY-HDR-DATE TO WS-PREV-PLAN-DATE
                       END-IF
                   END-IF
                   IF RECORD-TYPE2 NOT = 'END'
                       AND RECORD-TYPE2 NOT = 'JOU'
                       AND WS-PUB-TRN-LEN < 146
                       ADD 1 TO WS-PREV-OLDFMT
                   END-IF
                   IF RECORD-TYPE2 NOT = 'END'
                       AND RECORD-TYPE2 NOT = 'JOU'
                       AND WS-PUB-TRN-LEN NOT < 146
                       AND WS-PREV-COUNT < 9999
                       ADD 1 TO WS-PREV-COUNT
                       MOVE RECORD-TYPE2 TO
                           WS-PREV-TYPE(WS-PREV-COUNT)
                       MOVE TRAIN-NUMBER2 TO
                           WS-PREV-NUMBER(WS-PREV-COUNT)
                       MOVE STATION-DEPART2 TO
                           WS-PREV-DEP(WS-PREV-COUNT)
                       MOVE STATION-DEST2 TO
                           WS-PREV-DST(WS-PREV-COUNT)
                       MOVE TRAIN-TIME-HH2 TO
                           WS-PREV-HH(WS-PREV-COUNT)
                       MOVE TRAIN-TIME-MM2 TO
                           WS-PREV-MM(WS-PREV-COUNT)
                       MOVE TRAIN-ARRIVAL-HH2 TO
                           WS-PREV-ARR-HH(WS-PREV-COUNT)
                       MOVE TRAIN-ARRIVAL-MM2 TO
                           WS-PREV-ARR-MM(WS-PREV-COUNT)
                       MOVE SPACE TO WS-PREV-MATCH(WS-PREV-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-PREVIOUS-EXIT.
           EXIT.

       LOAD-TRAIN-ENTRIES.
           OPEN INPUT F9.
           IF WS-TRNTBL-STATUS NOT = '35'
               PERFORM LOAD-ONE-TRAIN-ENTRY THRU
                   LOAD-ONE-TRAIN-ENTRY-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F9
           END-IF.
       LOAD-TRAIN-ENTRIES-EXIT.
           EXIT.

       LOAD-ONE-TRAIN-ENTRY.
           READ F9 INTO TRNTBL-RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TRNTBL-NUMBER NUMERIC
                       IF WS-TRAIN-COUNT < 9999
                           ADD 1 TO WS-TRAIN-COUNT
                           MOVE TRNTBL-RECORD TO
                               WS-TRAIN-ENTRY(WS-TRAIN-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-TRNTBL-OLDFMT
                       IF NOT WS-TRNTBL-OLD-WARNED
                           DISPLAY 'TRNTBL.DAT HOLDS OLD-FORMAT '
                               'RECORDS - THOSE ENTRIES IGNORED'
                           SET WS-TRNTBL-OLD-WARNED TO TRUE
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-TRAIN-ENTRY-EXIT.
           EXIT.

               WS-TRAIN-MM(WS-TRAIN-COUNT).
           MOVE TRAIN-NBRE-HEURES TO
               WS-TRAIN-NBRE(WS-TRAIN-COUNT).
           IF VARIABLE01 NOT < 143
               AND TRAIN-DAYS-MASK NOT = SPACES
               MOVE TRAIN-DAYS-MASK TO
                   WS-TRAIN-DAYS(WS-TRAIN-COUNT)
               MOVE TRAIN-HOLIDAY-FLAG TO
                   WS-TRAIN-HOL-FLAG(WS-TRAIN-COUNT)
           ELSE
               MOVE SPACES TO WS-TRAIN-DAYS(WS-TRAIN-COUNT)
               MOVE SPACES TO WS-TRAIN-HOL-FLAG(WS-TRAIN-COUNT)
           END-IF.

           PERFORM COPY-HALT-DATA THRU COPY-HALT-DATA-EXIT.
           PERFORM COMPUTE-ARRIVAL-TIME THRU COMPUTE-ARRIVAL-TIME-EXIT.
                   PRODUCE-PLAN-OUTPUTS-EXIT
           END-IF.
           PERFORM SAVE-NUMBER-SERIES THRU SAVE-NUMBER-SERIES-EXIT.
           IF WS-PLAN-MODE
               AND (UNIT-TABLE-COUNT > 0 OR SEUIL-TABLE-COUNT > 0)
               PERFORM SAVE-UNIT-MASTER THRU SAVE-UNIT-MASTER-EXIT
           END-IF.
           IF NOT WS-RECYCLE-MODE
               PERFORM WRITE-LOAD-PROFILE-REPORT THRU
                   WRITE-LOAD-PROFILE-REPORT-EXIT
           END-IF.
           PERFORM MAINTAIN-PLAN-HISTORY THRU
               MAINTAIN-PLAN-HISTORY-EXIT.

           CLOSE F9.

           PERFORM SET-COMPLETION-CODE THRU SET-COMPLETION-CODE-EXIT.
           PERFORM HOLD-PLAN-DRAFT THRU HOLD-PLAN-DRAFT-EXIT.

           DISPLAY "Le nombre total d'enregistrements est : " COMPTEUR.
       FINALIZE-RUN-EXIT.
                   INTO RESUMEXC-LINE
               WRITE RESUMEXC-LINE
           END-IF.
           IF WS-TOT-SEC-CONFLITS > 0
               MOVE SPACES TO RESUMEXC-LINE
               STRING 'SECTION PATH CONFLICTS=' DELIMITED BY SIZE
                      WS-TOT-SEC-CONFLITS DELIMITED BY SIZE
                      ' - SEE CONFSECT.DAT' DELIMITED BY SIZE
                   INTO RESUMEXC-LINE
               WRITE RESUMEXC-LINE
           END-IF.
           IF COMPTEUR-CNT-SURCHARGE > 0
               MOVE SPACES TO RESUMEXC-LINE
               STRING 'OVERCROWDED TRAINS=' DELIMITED BY SIZE
                      COMPTEUR-CNT-SURCHARGE DELIMITED BY SIZE
                      ' - SEE COMPTRPT.DAT' DELIMITED BY SIZE
                   INTO RESUMEXC-LINE
               WRITE RESUMEXC-LINE
           END-IF.
           IF WS-TOT-REC-SANS-TARIF > 0
               MOVE SPACES TO RESUMEXC-LINE
               STRING 'LEGS NOT PRICED=' DELIMITED BY SIZE
                      WS-TOT-REC-SANS-TARIF DELIMITED BY SIZE
                      ' - SEE RECETTES.DAT' DELIMITED BY SIZE
                   INTO RESUMEXC-LINE
               WRITE RESUMEXC-LINE
           END-IF.
           IF WS-TOT-UNT-DUE > 0
               MOVE SPACES TO RESUMEXC-LINE
               STRING 'UNITS DUE FOR MAINTENANCE=' DELIMITED BY SIZE
                      WS-TOT-UNT-DUE DELIMITED BY SIZE
                      ' LEGS NEEDING REPLACEMENT=' DELIMITED BY SIZE
                      WS-TOT-UNT-REMPL DELIMITED BY SIZE
                   INTO RESUMEXC-LINE
               WRITE RESUMEXC-LINE
           END-IF.
           IF WS-TOT-TVX-IMPACT > 0
               MOVE SPACES TO RESUMEXC-LINE
               STRING 'TRAINS AFFECTED BY WORKS=' DELIMITED BY SIZE
                      WS-TOT-TVX-IMPACT DELIMITED BY SIZE
                      ' - SEE TRAVRPT.DAT' DELIMITED BY SIZE
                   INTO RESUMEXC-LINE
               WRITE RESUMEXC-LINE
           END-IF.
           CLOSE F34.

           IF WS-COMPLETION-GRADE = 2
           PERFORM WRITE-SORTED-RECORDS THRU WRITE-SORTED-RECORDS-EXIT.
           PERFORM WRITE-TRAILER-RECORD THRU WRITE-TRAILER-RECORD-EXIT.
           PERFORM WRITE-RESA-TRAILER THRU WRITE-RESA-TRAILER-EXIT.
           IF WS-PLAN-MODE OR WS-SEMAINE-MODE
               PERFORM WRITE-WORKS-IMPACT-REPORT THRU
                   WRITE-WORKS-IMPACT-REPORT-EXIT
           END-IF.
           PERFORM WRITE-CONNECTIONS-REPORT THRU
               WRITE-CONNECTIONS-REPORT-EXIT.
           PERFORM WRITE-CONFLICT-REPORT THRU
               WRITE-CONFLICT-REPORT-EXIT.
           PERFORM WRITE-SECTION-CONFLICT-REPORT THRU
               WRITE-SECTION-CONFLICT-REPORT-EXIT.
           PERFORM WRITE-FREIGHT-DEMAND-REPORT THRU
               WRITE-FREIGHT-DEMAND-REPORT-EXIT.
           PERFORM WRITE-ROTATION-REPORT THRU
               WRITE-ROTATION-REPORT-EXIT.
           PERFORM WRITE-MAINTENANCE-REPORT THRU
               WRITE-MAINTENANCE-REPORT-EXIT.
           PERFORM WRITE-STATION-BOARDS THRU
               WRITE-STATION-BOARDS-EXIT.
           PERFORM WRITE-JOURNEY-REPORT THRU
           PERFORM WRITE-CONTROL-REPORT THRU WRITE-CONTROL-REPORT-EXIT.
           PERFORM WRITE-TRAINKM-REPORT THRU
               WRITE-TRAINKM-REPORT-EXIT.
           PERFORM WRITE-REVENUE-REPORT THRU
               WRITE-REVENUE-REPORT-EXIT.
           IF NOT WS-SEMAINE-MODE
               PERFORM WRITE-GTFS-EXPORT THRU WRITE-GTFS-EXPORT-EXIT
           END-IF.
           PERFORM ARCHIVE-PLAN THRU ARCHIVE-PLAN-EXIT.
       PRODUCE-PLAN-OUTPUTS-EXIT.
           EXIT.
       SUM-STATION-KM-EXIT.
           EXIT.

       WRITE-REVENUE-REPORT.
           IF WS-APPEND-REPORTS
               OPEN EXTEND F46
           ELSE
               OPEN OUTPUT F46
           END-IF.
           IF WS-SEMAINE-MODE
               MOVE SPACES TO RECETTES-LINE
               STRING 'DATE ' DELIMITED BY SIZE
                      WS-PLAN-DATE DELIMITED BY SIZE
                   INTO RECETTES-LINE
               WRITE RECETTES-LINE
           END-IF.
           MOVE 0 TO WS-REC-TGV.
           MOVE 0 TO WS-REC-COR.
           MOVE 0 TO WS-REC-TER.
           MOVE 0 TO WS-REC-VOY.
           MOVE 0 TO WS-REC-FRET.
           MOVE 0 TO WS-REC-TOT.
           MOVE 0 TO WS-REC-LEGS-TGV.
           MOVE 0 TO WS-REC-LEGS-COR.
           MOVE 0 TO WS-REC-LEGS-TER.
           MOVE 0 TO OD-REVENUE-COUNT.
           MOVE 0 TO COMPTEUR-REC-SANS-TARIF.
           IF TARIFF-TABLE-COUNT = 0 AND WS-WAGON-RATE = 0
               MOVE 'NO TARIFF MASTER ON FILE - REVENUE NOT FORECAST'
                   TO RECETTES-LINE
               WRITE RECETTES-LINE
               CLOSE F46
               GO TO WRITE-REVENUE-REPORT-EXIT
           END-IF.

           MOVE SPACES TO RECETTES-LINE.
           STRING 'REVENUE FORECAST BY TRAIN  ASSUMED OCCUPANCY='
                      DELIMITED BY SIZE
                  WS-REMPL-PCT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO RECETTES-LINE.
           WRITE RECETTES-LINE.
           PERFORM PRICE-ONE-LEG THRU PRICE-ONE-LEG-EXIT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-TRAIN-COUNT.

           MOVE 'REVENUE BY ORIGIN/DESTINATION' TO RECETTES-LINE.
           WRITE RECETTES-LINE.
           PERFORM WRITE-OD-REVENUE THRU WRITE-OD-REVENUE-EXIT
               VARYING WS-ODR-IDX FROM 1 BY 1
               UNTIL WS-ODR-IDX > OD-REVENUE-COUNT.

           MOVE 'REVENUE BY TRAIN TYPE' TO RECETTES-LINE.
           WRITE RECETTES-LINE.
           MOVE WS-REC-TGV TO WS-TRF-TOT-EDIT.
           MOVE SPACES TO RECETTES-LINE.
           STRING '  TGV LEGS=' DELIMITED BY SIZE
                  WS-REC-LEGS-TGV DELIMITED BY SIZE
                  '  REVENUE=' DELIMITED BY SIZE
                  WS-TRF-TOT-EDIT DELIMITED BY SIZE
               INTO RECETTES-LINE.
           WRITE RECETTES-LINE.
           MOVE WS-REC-COR TO WS-TRF-TOT-EDIT.
           MOVE SPACES TO RECETTES-LINE.
           STRING '  COR LEGS=' DELIMITED BY SIZE
                  WS-REC-LEGS-COR DELIMITED BY SIZE
                  '  REVENUE=' DELIMITED BY SIZE
                  WS-TRF-TOT-EDIT DELIMITED BY SIZE
               INTO RECETTES-LINE.
           WRITE RECETTES-LINE.
           MOVE WS-REC-TER TO WS-TRF-TOT-EDIT.
           MOVE SPACES TO RECETTES-LINE.
           STRING '  TER LEGS=' DELIMITED BY SIZE
                  WS-REC-LEGS-TER DELIMITED BY SIZE
                  '  REVENUE=' DELIMITED BY SIZE
                  WS-TRF-TOT-EDIT DELIMITED BY SIZE
               INTO RECETTES-LINE.
           WRITE RECETTES-LINE.

           MOVE SPACES TO RECETTES-LINE.
           MOVE WS-REC-VOY TO WS-TRF-TOT-EDIT.
           MOVE WS-REC-FRET TO WS-TRF-FRT-EDIT.
           MOVE WS-REC-TOT TO WS-TRND-REC-EDIT.
           STRING 'DAILY TOTAL  PASSENGER=' DELIMITED BY SIZE
                  WS-TRF-TOT-EDIT DELIMITED BY SIZE
                  '  FREIGHT=' DELIMITED BY SIZE
                  WS-TRF-FRT-EDIT DELIMITED BY SIZE
                  '  TOTAL=' DELIMITED BY SIZE
                  WS-TRND-REC-EDIT DELIMITED BY SIZE
                  '  LEGS NOT PRICED=' DELIMITED BY SIZE
                  COMPTEUR-REC-SANS-TARIF DELIMITED BY SIZE
               INTO RECETTES-LINE.
           WRITE RECETTES-LINE.
           ADD COMPTEUR-REC-SANS-TARIF TO WS-TOT-REC-SANS-TARIF.
           CLOSE F46.
       WRITE-REVENUE-REPORT-EXIT.
           EXIT.

       PRICE-ONE-LEG.
           MOVE 0 TO WS-TRF-REV-VOY.
           MOVE 0 TO WS-TRF-REV-FRET.
           MOVE 0 TO WS-TRF-PAX.
           MOVE WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) TO WS-DIS-DEP-X.
           MOVE WS-TRAIN-STATION-DST(WS-SUBSCRIPT) TO WS-DIS-DST-X.
           PERFORM FIND-DISTANCE THRU FIND-DISTANCE-EXIT.
           IF NOT WS-DIS-FOUND
               ADD 1 TO COMPTEUR-REC-SANS-TARIF
               MOVE 'NO DISTANCE ON FILE' TO WS-TRF-FRET-TEXT
               PERFORM WRITE-UNPRICED-LEG THRU WRITE-UNPRICED-LEG-EXIT
               GO TO PRICE-ONE-LEG-EXIT
           END-IF.
           MOVE WS-DIS-KM TO WS-TRF-KM.

           COMPUTE WS-TRF-DEP-HHMM = WS-TRAIN-HH(WS-SUBSCRIPT) * 100
               + WS-TRAIN-MM(WS-SUBSCRIPT).
           MOVE 'C' TO WS-TRF-PERIOD.
           PERFORM CHECK-PEAK-BAND THRU CHECK-PEAK-BAND-EXIT
               VARYING WS-TRF-IDX FROM 1 BY 1
               UNTIL WS-TRF-IDX > PEAK-TABLE-COUNT.
           IF WS-TRF-IS-PEAK
               MOVE 'PEAK' TO WS-TRF-PERIOD-TEXT
           ELSE
               MOVE 'OFFPEAK' TO WS-TRF-PERIOD-TEXT
           END-IF.

           MOVE 0 TO WS-TRF-MATCH.
           MOVE 0 TO WS-TRF-TOP.
           PERFORM SEARCH-TARIFF-TABLE THRU SEARCH-TARIFF-TABLE-EXIT
               VARYING WS-TRF-IDX FROM 1 BY 1
               UNTIL WS-TRF-IDX > TARIFF-TABLE-COUNT.
           IF WS-TRF-MATCH = 0
               MOVE WS-TRF-TOP TO WS-TRF-MATCH
           END-IF.
           IF WS-TRF-MATCH = 0
               ADD 1 TO COMPTEUR-REC-SANS-TARIF
               MOVE 'NO TARIFF FOR TYPE/PERIOD' TO WS-TRF-FRET-TEXT
               PERFORM WRITE-UNPRICED-LEG THRU WRITE-UNPRICED-LEG-EXIT
               GO TO PRICE-ONE-LEG-EXIT
           END-IF.

           IF WS-TRAIN-HAS-CONSIST(WS-SUBSCRIPT)
               COMPUTE WS-TRF-PAX ROUNDED =
                   WS-TRAIN-SEATS(WS-SUBSCRIPT) * WS-REMPL-PCT / 100
           END-IF.
           COMPUTE WS-TRF-REV-VOY ROUNDED = WS-TRF-PAX * WS-TRF-KM
               * TRF-TAB-RATE-KM(WS-TRF-MATCH).
           MOVE SPACES TO WS-TRF-FRET-TEXT.
           IF WS-TRAIN-WAGONS(WS-SUBSCRIPT) > 0
               COMPUTE WS-TRF-REV-FRET ROUNDED =
                   WS-TRAIN-WAGONS(WS-SUBSCRIPT) * WS-WAGON-RATE
               MOVE WS-TRF-REV-FRET TO WS-TRF-FRT-EDIT
               STRING ' WAGONS=' DELIMITED BY SIZE
                      WS-TRAIN-WAGONS(WS-SUBSCRIPT) DELIMITED BY SIZE
                      ' FRT=' DELIMITED BY SIZE
                      WS-TRF-FRT-EDIT DELIMITED BY SIZE
                   INTO WS-TRF-FRET-TEXT
           END-IF.
           COMPUTE WS-TRF-REV-LEG = WS-TRF-REV-VOY + WS-TRF-REV-FRET.
           MOVE WS-TRF-REV-VOY TO WS-TRF-LEG-EDIT.

           MOVE SPACES TO RECETTES-LINE.
           STRING 'TRAIN ' DELIMITED BY SIZE
                  WS-TRAIN-TYPE(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) DELIMITED BY '  '
                  ' -> ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DST(WS-SUBSCRIPT) DELIMITED BY '  '
                  ' KM=' DELIMITED BY SIZE
                  WS-TRF-KM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRF-PERIOD-TEXT DELIMITED BY ' '
                  ' BAND=' DELIMITED BY SIZE
                  TRF-TAB-BAND(WS-TRF-MATCH) DELIMITED BY SIZE
                  ' PAX=' DELIMITED BY SIZE
                  WS-TRF-PAX DELIMITED BY SIZE
                  ' REV=' DELIMITED BY SIZE
                  WS-TRF-LEG-EDIT DELIMITED BY SIZE
                  WS-TRF-FRET-TEXT DELIMITED BY SIZE
               INTO RECETTES-LINE.
           WRITE RECETTES-LINE.

           ADD WS-TRF-REV-VOY TO WS-REC-VOY.
           ADD WS-TRF-REV-FRET TO WS-REC-FRET.
           ADD WS-TRF-REV-LEG TO WS-REC-TOT.
           IF WS-TRAIN-TYPE(WS-SUBSCRIPT) = 'TGV'
               ADD WS-TRF-REV-LEG TO WS-REC-TGV
               ADD 1 TO WS-REC-LEGS-TGV
           ELSE
               IF WS-TRAIN-TYPE(WS-SUBSCRIPT) = 'COR'
                   ADD WS-TRF-REV-LEG TO WS-REC-COR
                   ADD 1 TO WS-REC-LEGS-COR
               ELSE
                   ADD WS-TRF-REV-LEG TO WS-REC-TER
                   ADD 1 TO WS-REC-LEGS-TER
               END-IF
           END-IF.
           PERFORM ADD-OD-REVENUE THRU ADD-OD-REVENUE-EXIT.
       PRICE-ONE-LEG-EXIT.
           EXIT.

       CHECK-PEAK-BAND.
           IF WS-TRF-DEP-HHMM NOT < PEAK-TAB-DEB(WS-TRF-IDX)
               AND WS-TRF-DEP-HHMM < PEAK-TAB-FIN(WS-TRF-IDX)
               MOVE 'P' TO WS-TRF-PERIOD
           END-IF.
       CHECK-PEAK-BAND-EXIT.
           EXIT.

       SEARCH-TARIFF-TABLE.
           IF TRF-TAB-TYPE(WS-TRF-IDX) = WS-TRAIN-TYPE(WS-SUBSCRIPT)
               AND TRF-TAB-PERIOD(WS-TRF-IDX) = WS-TRF-PERIOD
               IF TRF-TAB-KM-MAX(WS-TRF-IDX) NOT < WS-TRF-KM
                   IF WS-TRF-MATCH = 0
                       MOVE WS-TRF-IDX TO WS-TRF-MATCH
                   ELSE
                       IF TRF-TAB-KM-MAX(WS-TRF-IDX) <
                           TRF-TAB-KM-MAX(WS-TRF-MATCH)
                           MOVE WS-TRF-IDX TO WS-TRF-MATCH
                       END-IF
                   END-IF
               END-IF
               IF WS-TRF-TOP = 0
                   MOVE WS-TRF-IDX TO WS-TRF-TOP
               ELSE
                   IF TRF-TAB-KM-MAX(WS-TRF-IDX) >
                       TRF-TAB-KM-MAX(WS-TRF-TOP)
                       MOVE WS-TRF-IDX TO WS-TRF-TOP
                   END-IF
               END-IF
           END-IF.
       SEARCH-TARIFF-TABLE-EXIT.
           EXIT.

       WRITE-UNPRICED-LEG.
           MOVE SPACES TO RECETTES-LINE.
           STRING 'NOT PRICED ' DELIMITED BY SIZE
                  WS-TRAIN-TYPE(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) DELIMITED BY '  '
                  ' -> ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DST(WS-SUBSCRIPT) DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  WS-TRF-FRET-TEXT DELIMITED BY '  '
               INTO RECETTES-LINE.
           WRITE RECETTES-LINE.
       WRITE-UNPRICED-LEG-EXIT.
           EXIT.

       ADD-OD-REVENUE.
           MOVE 0 TO WS-ODR-MATCH.
           PERFORM SEARCH-OD-REVENUE THRU SEARCH-OD-REVENUE-EXIT
               VARYING WS-ODR-IDX FROM 1 BY 1
               UNTIL WS-ODR-IDX > OD-REVENUE-COUNT
                   OR WS-ODR-MATCH > 0.
           IF WS-ODR-MATCH = 0
               IF OD-REVENUE-COUNT < 999
                   ADD 1 TO OD-REVENUE-COUNT
                   MOVE OD-REVENUE-COUNT TO WS-ODR-MATCH
                   MOVE WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) TO
                       ODR-TAB-DEP(WS-ODR-MATCH)
                   MOVE WS-TRAIN-STATION-DST(WS-SUBSCRIPT) TO
                       ODR-TAB-DST(WS-ODR-MATCH)
                   MOVE 0 TO ODR-TAB-LEGS(WS-ODR-MATCH)
                   MOVE 0 TO ODR-TAB-PAX(WS-ODR-MATCH)
                   MOVE 0 TO ODR-TAB-REV(WS-ODR-MATCH)
               ELSE
                   IF NOT WS-ODR-OVERFLOW
                       DISPLAY 'REVENUE O/D TABLE CAPACITY EXCEEDED - '
                           'EXTRA PAIRS NOT TOTALLED'
                       SET WS-ODR-OVERFLOW TO TRUE
                   END-IF
                   GO TO ADD-OD-REVENUE-EXIT
               END-IF
           END-IF.
           ADD 1 TO ODR-TAB-LEGS(WS-ODR-MATCH).
           ADD WS-TRF-PAX TO ODR-TAB-PAX(WS-ODR-MATCH).
           ADD WS-TRF-REV-LEG TO ODR-TAB-REV(WS-ODR-MATCH).
       ADD-OD-REVENUE-EXIT.
           EXIT.

       SEARCH-OD-REVENUE.
           IF ODR-TAB-DEP(WS-ODR-IDX) =
               WS-TRAIN-STATION-DEP(WS-SUBSCRIPT)
               AND ODR-TAB-DST(WS-ODR-IDX) =
                   WS-TRAIN-STATION-DST(WS-SUBSCRIPT)
               MOVE WS-ODR-IDX TO WS-ODR-MATCH
           END-IF.
       SEARCH-OD-REVENUE-EXIT.
           EXIT.

       WRITE-OD-REVENUE.
           MOVE ODR-TAB-REV(WS-ODR-IDX) TO WS-TRF-TOT-EDIT.
           MOVE SPACES TO RECETTES-LINE.
           STRING '  ' DELIMITED BY SIZE
                  ODR-TAB-DEP(WS-ODR-IDX) DELIMITED BY '  '
                  ' -> ' DELIMITED BY SIZE
                  ODR-TAB-DST(WS-ODR-IDX) DELIMITED BY '  '
                  ' LEGS=' DELIMITED BY SIZE
                  ODR-TAB-LEGS(WS-ODR-IDX) DELIMITED BY SIZE
                  ' PAX=' DELIMITED BY SIZE
                  ODR-TAB-PAX(WS-ODR-IDX) DELIMITED BY SIZE
                  ' REVENUE=' DELIMITED BY SIZE
                  WS-TRF-TOT-EDIT DELIMITED BY SIZE
               INTO RECETTES-LINE.
           WRITE RECETTES-LINE.
       WRITE-OD-REVENUE-EXIT.
           EXIT.

       WRITE-GTFS-EXPORT.
           MOVE WS-EXTRACT-DATE TO WS-GTFS-START.
           MOVE WS-PLAN-DATE TO WS-GTFS-SAVE-DATE.
           MOVE WS-GTFS-START TO WS-PLAN-DATE.
           IF NOT WS-PLAN-MODE
               PERFORM ADVANCE-PLAN-DATE THRU ADVANCE-PLAN-DATE-EXIT
                   6 TIMES
           END-IF.
           MOVE WS-PLAN-DATE TO WS-GTFS-END.
           MOVE WS-GTFS-SAVE-DATE TO WS-PLAN-DATE.
           MOVE 0 TO COMPTEUR-GTFS-AGENCY.
           MOVE 0 TO COMPTEUR-GTFS-STOPS.
           MOVE 0 TO COMPTEUR-GTFS-ROUTES.
           MOVE 0 TO COMPTEUR-GTFS-TRIPS.
           MOVE 0 TO COMPTEUR-GTFS-STIMES.
           MOVE 0 TO COMPTEUR-GTFS-CAL.
           MOVE 0 TO COMPTEUR-GTFS-CALDT.
           MOVE 0 TO COMPTEUR-GTFS-FRET.
           MOVE 0 TO COMPTEUR-GTFS-SANS-GARE.
           MOVE 0 TO GTFS-SERVICE-COUNT.
           MOVE 'N' TO WS-GTFS-TGV-FLAG.
           MOVE 'N' TO WS-GTFS-COR-FLAG.
           MOVE 'N' TO WS-GTFS-TER-FLAG.
           PERFORM SCAN-GTFS-LEG THRU SCAN-GTFS-LEG-EXIT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-TRAIN-COUNT.

           OPEN OUTPUT F49.
           OPEN OUTPUT F50.
           OPEN OUTPUT F51.
           OPEN OUTPUT F52.
           OPEN OUTPUT F53.
           OPEN OUTPUT F54.
           OPEN OUTPUT F55.
           OPEN OUTPUT F56.

           MOVE SPACES TO GTFS-AGENCY-LINE.
           STRING 'agency_id,agency_name,agency_url,' DELIMITED BY SIZE
                  'agency_timezone,agency_lang' DELIMITED BY SIZE
               INTO GTFS-AGENCY-LINE.
           WRITE GTFS-AGENCY-LINE.
           MOVE SPACES TO GTFS-AGENCY-LINE.
           STRING WS-GTFS-AGENCY-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-AGENCY-NAME DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  WS-GTFS-AGENCY-URL DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-AGENCY-TZ DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-AGENCY-LANG DELIMITED BY SPACE
               INTO GTFS-AGENCY-LINE.
           WRITE GTFS-AGENCY-LINE.
           ADD 1 TO COMPTEUR-GTFS-AGENCY.

           MOVE 'stop_id,stop_name' TO GTFS-STOP-LINE.
           WRITE GTFS-STOP-LINE.
           PERFORM WRITE-GTFS-STOP THRU WRITE-GTFS-STOP-EXIT
               VARYING WS-GTFS-STN-IDX FROM 1 BY 1
               UNTIL WS-GTFS-STN-IDX > STATION-TABLE-COUNT.

           MOVE SPACES TO GTFS-ROUTE-LINE.
           STRING 'route_id,agency_id,route_short_name,'
                      DELIMITED BY SIZE
                  'route_long_name,route_type' DELIMITED BY SIZE
               INTO GTFS-ROUTE-LINE.
           WRITE GTFS-ROUTE-LINE.
           IF WS-GTFS-HAS-TGV
               MOVE SPACES TO GTFS-ROUTE-LINE
               STRING 'TGV,' DELIMITED BY SIZE
                      WS-GTFS-AGENCY-ID DELIMITED BY SPACE
                      ',TGV,TRAIN A GRANDE VITESSE,2' DELIMITED BY SIZE
                   INTO GTFS-ROUTE-LINE
               WRITE GTFS-ROUTE-LINE
               ADD 1 TO COMPTEUR-GTFS-ROUTES
           END-IF.
           IF WS-GTFS-HAS-COR
               MOVE SPACES TO GTFS-ROUTE-LINE
               STRING 'COR,' DELIMITED BY SIZE
                      WS-GTFS-AGENCY-ID DELIMITED BY SPACE
                      ',COR,CORAIL,2' DELIMITED BY SIZE
                   INTO GTFS-ROUTE-LINE
               WRITE GTFS-ROUTE-LINE
               ADD 1 TO COMPTEUR-GTFS-ROUTES
           END-IF.
           IF WS-GTFS-HAS-TER
               MOVE SPACES TO GTFS-ROUTE-LINE
               STRING 'TER,' DELIMITED BY SIZE
                      WS-GTFS-AGENCY-ID DELIMITED BY SPACE
                      ',TER,TRANSPORT EXPRESS REGIONAL,2'
                          DELIMITED BY SIZE
                   INTO GTFS-ROUTE-LINE
               WRITE GTFS-ROUTE-LINE
               ADD 1 TO COMPTEUR-GTFS-ROUTES
           END-IF.

           MOVE SPACES TO GTFS-TRIP-LINE.
           STRING 'route_id,service_id,trip_id,' DELIMITED BY SIZE
                  'trip_headsign,trip_short_name' DELIMITED BY SIZE
               INTO GTFS-TRIP-LINE.
           WRITE GTFS-TRIP-LINE.
           MOVE SPACES TO GTFS-STIME-LINE.
           STRING 'trip_id,arrival_time,departure_time,'
                      DELIMITED BY SIZE
                  'stop_id,stop_sequence' DELIMITED BY SIZE
               INTO GTFS-STIME-LINE.
           WRITE GTFS-STIME-LINE.
           PERFORM WRITE-GTFS-TRIP THRU WRITE-GTFS-TRIP-EXIT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-TRAIN-COUNT.

           MOVE SPACES TO GTFS-CAL-LINE.
           STRING 'service_id,monday,tuesday,wednesday,'
                      DELIMITED BY SIZE
                  'thursday,friday,saturday,sunday,start_date,end_date'
                      DELIMITED BY SIZE
               INTO GTFS-CAL-LINE.
           WRITE GTFS-CAL-LINE.
           PERFORM WRITE-GTFS-CALENDAR THRU WRITE-GTFS-CALENDAR-EXIT
               VARYING WS-GSV-IDX FROM 1 BY 1
               UNTIL WS-GSV-IDX > GTFS-SERVICE-COUNT.

           MOVE 'service_id,date,exception_type' TO GTFS-CALDT-LINE.
           WRITE GTFS-CALDT-LINE.
           PERFORM WRITE-GTFS-HOLIDAY THRU WRITE-GTFS-HOLIDAY-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > HOLIDAY-TABLE-COUNT.

           PERFORM WRITE-GTFS-TRAILER THRU WRITE-GTFS-TRAILER-EXIT.

           CLOSE F49.
           CLOSE F50.
           CLOSE F51.
           CLOSE F52.
           CLOSE F53.
           CLOSE F54.
           CLOSE F55.
           CLOSE F56.
       WRITE-GTFS-EXPORT-EXIT.
           EXIT.

       SCAN-GTFS-LEG.
           PERFORM CHECK-GTFS-FREIGHT THRU CHECK-GTFS-FREIGHT-EXIT.
           IF WS-GTFS-LEG-IS-FRET
               ADD 1 TO COMPTEUR-GTFS-FRET
               GO TO SCAN-GTFS-LEG-EXIT
           END-IF.
           IF WS-TRAIN-TYPE(WS-SUBSCRIPT) = 'TGV'
               MOVE 'Y' TO WS-GTFS-TGV-FLAG
           END-IF.
           IF WS-TRAIN-TYPE(WS-SUBSCRIPT) = 'COR'
               MOVE 'Y' TO WS-GTFS-COR-FLAG
           END-IF.
           IF WS-TRAIN-TYPE(WS-SUBSCRIPT) = 'TER'
               MOVE 'Y' TO WS-GTFS-TER-FLAG
           END-IF.
           PERFORM SET-GTFS-SERVICE THRU SET-GTFS-SERVICE-EXIT.
       SCAN-GTFS-LEG-EXIT.
           EXIT.

       CHECK-GTFS-FREIGHT.
           MOVE 'N' TO WS-GTFS-FRET-FLAG.
           PERFORM CHECK-GTFS-FREIGHT-HALT THRU
               CHECK-GTFS-FREIGHT-HALT-EXIT
               VARYING WS-SUBSCRIPT2 FROM 1 BY 1
               UNTIL WS-SUBSCRIPT2 > 10.
       CHECK-GTFS-FREIGHT-EXIT.
           EXIT.

       CHECK-GTFS-FREIGHT-HALT.
           IF WS-TRAIN-FLAGS(WS-SUBSCRIPT WS-SUBSCRIPT2) = 'F'
               MOVE 'Y' TO WS-GTFS-FRET-FLAG
           END-IF.
       CHECK-GTFS-FREIGHT-HALT-EXIT.
           EXIT.

       SET-GTFS-SERVICE.
           IF WS-TRAIN-DAYS(WS-SUBSCRIPT) = SPACES
               MOVE 'YYYYYYY' TO WS-GTFS-DAYS
               MOVE 'Y' TO WS-GTFS-HOL
           ELSE
               MOVE WS-TRAIN-DAYS(WS-SUBSCRIPT) TO WS-GTFS-DAYS
               PERFORM NORMALIZE-GTFS-DAY THRU NORMALIZE-GTFS-DAY-EXIT
                   VARYING WS-GTFS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-GTFS-DAY-IDX > 7
               IF WS-TRAIN-HOL-FLAG(WS-SUBSCRIPT) = 'Y'
                   MOVE 'Y' TO WS-GTFS-HOL
               ELSE
                   MOVE 'N' TO WS-GTFS-HOL
               END-IF
           END-IF.
           MOVE 'N' TO WS-GSV-FLAG.
           PERFORM SEARCH-GTFS-SERVICE THRU SEARCH-GTFS-SERVICE-EXIT
               VARYING WS-GSV-IDX FROM 1 BY 1
               UNTIL WS-GSV-IDX > GTFS-SERVICE-COUNT
                   OR WS-GSV-FOUND.
           IF NOT WS-GSV-FOUND
               ADD 1 TO GTFS-SERVICE-COUNT
               MOVE WS-GTFS-DAYS TO GTFS-SVC-DAYS(GTFS-SERVICE-COUNT)
               MOVE WS-GTFS-HOL TO GTFS-SVC-HOL(GTFS-SERVICE-COUNT)
           END-IF.
           PERFORM BUILD-GTFS-SERVICE-ID THRU
               BUILD-GTFS-SERVICE-ID-EXIT.
       SET-GTFS-SERVICE-EXIT.
           EXIT.

       NORMALIZE-GTFS-DAY.
           IF WS-GTFS-DAY-FLAG(WS-GTFS-DAY-IDX) NOT = 'Y'
               MOVE 'N' TO WS-GTFS-DAY-FLAG(WS-GTFS-DAY-IDX)
           END-IF.
       NORMALIZE-GTFS-DAY-EXIT.
           EXIT.

       SEARCH-GTFS-SERVICE.
           IF GTFS-SVC-DAYS(WS-GSV-IDX) = WS-GTFS-DAYS
               AND GTFS-SVC-HOL(WS-GSV-IDX) = WS-GTFS-HOL
               SET WS-GSV-FOUND TO TRUE
           END-IF.
       SEARCH-GTFS-SERVICE-EXIT.
           EXIT.

       BUILD-GTFS-SERVICE-ID.
           MOVE SPACES TO WS-GTFS-SVC-ID.
           STRING 'S' DELIMITED BY SIZE
                  WS-GTFS-DAYS DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-GTFS-HOL DELIMITED BY SIZE
               INTO WS-GTFS-SVC-ID.
       BUILD-GTFS-SERVICE-ID-EXIT.
           EXIT.

       WRITE-GTFS-STOP.
           IF STATION-IS-RETIRED(WS-GTFS-STN-IDX)
               GO TO WRITE-GTFS-STOP-EXIT
           END-IF.
           MOVE SPACES TO GTFS-STOP-LINE.
           STRING STATION-ENTRY(WS-GTFS-STN-IDX) DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  STATION-ENTRY(WS-GTFS-STN-IDX) DELIMITED BY '  '
               INTO GTFS-STOP-LINE.
           WRITE GTFS-STOP-LINE.
           ADD 1 TO COMPTEUR-GTFS-STOPS.
       WRITE-GTFS-STOP-EXIT.
           EXIT.

       WRITE-GTFS-TRIP.
           PERFORM CHECK-GTFS-FREIGHT THRU CHECK-GTFS-FREIGHT-EXIT.
           IF WS-GTFS-LEG-IS-FRET
               GO TO WRITE-GTFS-TRIP-EXIT
           END-IF.
           PERFORM SET-GTFS-SERVICE THRU SET-GTFS-SERVICE-EXIT.
           MOVE SPACES TO GTFS-TRIP-LINE.
           STRING WS-TRAIN-TYPE(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-SVC-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DST(WS-SUBSCRIPT) DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  WS-TRAIN-TYPE(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WS-SUBSCRIPT) DELIMITED BY SIZE
               INTO GTFS-TRIP-LINE.
           WRITE GTFS-TRIP-LINE.
           ADD 1 TO COMPTEUR-GTFS-TRIPS.

           MOVE 0 TO WS-GTFS-SEQ.
           COMPUTE WS-GTFS-DEP-MIN =
               (WS-TRAIN-HH(WS-SUBSCRIPT) * 60)
               + WS-TRAIN-MM(WS-SUBSCRIPT).
           MOVE WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) TO WS-GTFS-STN.
           MOVE WS-GTFS-DEP-MIN TO WS-GTFS-STOP-MIN.
           PERFORM WRITE-GTFS-STOP-TIME THRU WRITE-GTFS-STOP-TIME-EXIT.
           MOVE 0 TO WS-CALL-ORD.
           PERFORM WRITE-GTFS-HALT-TIME THRU WRITE-GTFS-HALT-TIME-EXIT
               VARYING WS-SUBSCRIPT2 FROM 1 BY 1
               UNTIL WS-SUBSCRIPT2 > 10.
           COMPUTE WS-GTFS-STOP-MIN = WS-GTFS-DEP-MIN
               + (WS-TRAIN-NBRE(WS-SUBSCRIPT) * 60).
           MOVE WS-TRAIN-STATION-DST(WS-SUBSCRIPT) TO WS-GTFS-STN.
           PERFORM WRITE-GTFS-STOP-TIME THRU WRITE-GTFS-STOP-TIME-EXIT.
       WRITE-GTFS-TRIP-EXIT.
           EXIT.

       WRITE-GTFS-HALT-TIME.
           IF WS-TRAIN-FLAGS(WS-SUBSCRIPT WS-SUBSCRIPT2) NOT = 'H'
               GO TO WRITE-GTFS-HALT-TIME-EXIT
           END-IF.
           ADD 1 TO WS-CALL-ORD.
           MOVE WS-SUBSCRIPT TO WS-CALL-IDX.
           PERFORM COMPUTE-HALT-CALL-TIME THRU
               COMPUTE-HALT-CALL-TIME-EXIT.
           COMPUTE WS-GTFS-STOP-MIN = (WS-TEMP-DAYS * 1440)
               + WS-CALL-TOTAL-MIN.
           MOVE WS-TRAIN-HALT-STN(WS-SUBSCRIPT WS-SUBSCRIPT2) TO
               WS-GTFS-STN.
           PERFORM WRITE-GTFS-STOP-TIME THRU WRITE-GTFS-STOP-TIME-EXIT.
       WRITE-GTFS-HALT-TIME-EXIT.
           EXIT.

       WRITE-GTFS-STOP-TIME.
           MOVE 'N' TO WS-GTFS-STN-FLAG.
           PERFORM SEARCH-GTFS-STATION THRU SEARCH-GTFS-STATION-EXIT
               VARYING WS-GTFS-STN-IDX FROM 1 BY 1
               UNTIL WS-GTFS-STN-IDX > STATION-TABLE-COUNT
                   OR WS-GTFS-STN-FOUND.
           IF NOT WS-GTFS-STN-FOUND
               ADD 1 TO COMPTEUR-GTFS-SANS-GARE
               GO TO WRITE-GTFS-STOP-TIME-EXIT
           END-IF.
           ADD 1 TO WS-GTFS-SEQ.
           DIVIDE WS-GTFS-STOP-MIN BY 60 GIVING WS-GTFS-HH
               REMAINDER WS-GTFS-MM.
           MOVE SPACES TO WS-GTFS-TIME.
           STRING WS-GTFS-HH DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-GTFS-MM DELIMITED BY SIZE
                  ':00' DELIMITED BY SIZE
               INTO WS-GTFS-TIME.
           MOVE SPACES TO GTFS-STIME-LINE.
           STRING WS-TRAIN-NUMBER(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-TIME DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-TIME DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-STN DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  WS-GTFS-SEQ DELIMITED BY SIZE
               INTO GTFS-STIME-LINE.
           WRITE GTFS-STIME-LINE.
           ADD 1 TO COMPTEUR-GTFS-STIMES.
       WRITE-GTFS-STOP-TIME-EXIT.
           EXIT.

       SEARCH-GTFS-STATION.
           IF WS-GTFS-STN = STATION-ENTRY(WS-GTFS-STN-IDX)
               AND NOT STATION-IS-RETIRED(WS-GTFS-STN-IDX)
               SET WS-GTFS-STN-FOUND TO TRUE
           END-IF.
       SEARCH-GTFS-STATION-EXIT.
           EXIT.

       WRITE-GTFS-CALENDAR.
           MOVE GTFS-SVC-DAYS(WS-GSV-IDX) TO WS-GTFS-DAYS.
           MOVE GTFS-SVC-HOL(WS-GSV-IDX) TO WS-GTFS-HOL.
           PERFORM BUILD-GTFS-SERVICE-ID THRU
               BUILD-GTFS-SERVICE-ID-EXIT.
           INSPECT WS-GTFS-DAYS CONVERTING 'YN' TO '10'.
           MOVE SPACES TO GTFS-CAL-LINE.
           STRING WS-GTFS-SVC-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-DAY-FLAG(1) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-DAY-FLAG(2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-DAY-FLAG(3) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-DAY-FLAG(4) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-DAY-FLAG(5) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-DAY-FLAG(6) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-DAY-FLAG(7) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-START DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GTFS-END DELIMITED BY SIZE
               INTO GTFS-CAL-LINE.
           WRITE GTFS-CAL-LINE.
           ADD 1 TO COMPTEUR-GTFS-CAL.
       WRITE-GTFS-CALENDAR-EXIT.
           EXIT.

       WRITE-GTFS-HOLIDAY.
           IF HOLIDAY-ENTRY(WS-HOL-IDX) < WS-GTFS-START
               OR HOLIDAY-ENTRY(WS-HOL-IDX) > WS-GTFS-END
               GO TO WRITE-GTFS-HOLIDAY-EXIT
           END-IF.
           MOVE HOLIDAY-ENTRY(WS-HOL-IDX) TO WS-DAYN-DATE.
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT.
           COMPUTE WS-GTFS-DOW-N = WS-DAYN-NUM + 1.
           DIVIDE WS-GTFS-DOW-N BY 7 GIVING WS-GTFS-DOW-Q
               REMAINDER WS-GTFS-DOW-R.
           COMPUTE WS-GTFS-HOL-DOW = WS-GTFS-DOW-R + 1.
           PERFORM WRITE-GTFS-EXCEPTION THRU WRITE-GTFS-EXCEPTION-EXIT
               VARYING WS-GSV-IDX FROM 1 BY 1
               UNTIL WS-GSV-IDX > GTFS-SERVICE-COUNT.
       WRITE-GTFS-HOLIDAY-EXIT.
           EXIT.

       WRITE-GTFS-EXCEPTION.
           IF GTFS-SVC-HOL(WS-GSV-IDX) = 'Y'
               GO TO WRITE-GTFS-EXCEPTION-EXIT
           END-IF.
           MOVE GTFS-SVC-DAYS(WS-GSV-IDX) TO WS-GTFS-DAYS.
           IF WS-GTFS-DAY-FLAG(WS-GTFS-HOL-DOW) NOT = 'Y'
               GO TO WRITE-GTFS-EXCEPTION-EXIT
           END-IF.
           MOVE GTFS-SVC-HOL(WS-GSV-IDX) TO WS-GTFS-HOL.
           PERFORM BUILD-GTFS-SERVICE-ID THRU
               BUILD-GTFS-SERVICE-ID-EXIT.
           MOVE SPACES TO GTFS-CALDT-LINE.
           STRING WS-GTFS-SVC-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  HOLIDAY-ENTRY(WS-HOL-IDX) DELIMITED BY SIZE
                  ',2' DELIMITED BY SIZE
               INTO GTFS-CALDT-LINE.
           WRITE GTFS-CALDT-LINE.
           ADD 1 TO COMPTEUR-GTFS-CALDT.
       WRITE-GTFS-EXCEPTION-EXIT.
           EXIT.

       WRITE-GTFS-TRAILER.
           MOVE SPACES TO GTFS-CTL-RECORD.
           SET GTC-FILE-REC TO TRUE.
           MOVE WS-GTFS-START TO GTC-DATE.
           MOVE 'agency.txt' TO GTC-FILE.
           MOVE COMPTEUR-GTFS-AGENCY TO GTC-COUNT.
           WRITE GTFS-CTL-RECORD.
           MOVE 'stops.txt' TO GTC-FILE.
           MOVE COMPTEUR-GTFS-STOPS TO GTC-COUNT.
           WRITE GTFS-CTL-RECORD.
           MOVE 'routes.txt' TO GTC-FILE.
           MOVE COMPTEUR-GTFS-ROUTES TO GTC-COUNT.
           WRITE GTFS-CTL-RECORD.
           MOVE 'trips.txt' TO GTC-FILE.
           MOVE COMPTEUR-GTFS-TRIPS TO GTC-COUNT.
           WRITE GTFS-CTL-RECORD.
           MOVE 'stop_times.txt' TO GTC-FILE.
           MOVE COMPTEUR-GTFS-STIMES TO GTC-COUNT.
           WRITE GTFS-CTL-RECORD.
           MOVE 'calendar.txt' TO GTC-FILE.
           MOVE COMPTEUR-GTFS-CAL TO GTC-COUNT.
           WRITE GTFS-CTL-RECORD.
           MOVE 'calendar_dates.txt' TO GTC-FILE.
           MOVE COMPTEUR-GTFS-CALDT TO GTC-COUNT.
           WRITE GTFS-CTL-RECORD.
           COMPUTE COMPTEUR-GTFS-TOTAL = COMPTEUR-GTFS-AGENCY
               + COMPTEUR-GTFS-STOPS + COMPTEUR-GTFS-ROUTES
               + COMPTEUR-GTFS-TRIPS + COMPTEUR-GTFS-STIMES
               + COMPTEUR-GTFS-CAL + COMPTEUR-GTFS-CALDT.
           MOVE SPACES TO GTFS-CTL-RECORD.
           SET GTC-TRAILER-REC TO TRUE.
           MOVE WS-GTFS-START TO GTC-DATE.
           MOVE 7 TO GTC-FILES.
           MOVE COMPTEUR-GTFS-TOTAL TO GTC-TOTAL.
           MOVE COMPTEUR-GTFS-FRET TO GTC-FRET.
           MOVE COMPTEUR-GTFS-SANS-GARE TO GTC-SANS-GARE.
           WRITE GTFS-CTL-RECORD.
       WRITE-GTFS-TRAILER-EXIT.
           EXIT.

       ARCHIVE-PLAN.
           IF WS-PLAN-DATE > 0
               MOVE WS-PLAN-DATE TO WS-ARCHIVE-DATE
           ELSE
               ACCEPT WS-ARCHIVE-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN I-O F29.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT F29
               CLOSE F29
               OPEN I-O F29
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE WS-ARCHIVE-DATE TO HIST-DATE.
           MOVE 0 TO HIST-NUMBER.
           START F29 KEY NOT < HIST-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM PURGE-ARCHIVE-DATE THRU PURGE-ARCHIVE-DATE-EXIT
               UNTIL WS-HIST-EOF.

           MOVE 0 TO WS-HIST-SEATS-TOT.
           MOVE 0 TO WS-HIST-FRET-CNT.
           PERFORM ARCHIVE-ONE-LEG THRU ARCHIVE-ONE-LEG-EXIT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-TRAIN-COUNT.

           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-ARCHIVE-DATE TO HIST-DATE.
           MOVE 0 TO HIST-NUMBER.
           MOVE COMPTEUR-ECRITS TO HIST-SUM-TRAINS.
           MOVE COMPTEUR-REJETS TO HIST-SUM-REJETS.
           MOVE WS-HIST-SEATS-TOT TO HIST-SUM-SEATS.
           MOVE WS-HIST-FRET-CNT TO HIST-SUM-FRET.
           MOVE WS-REC-VOY TO HIST-SUM-REC-VOY.
           MOVE WS-REC-FRET TO HIST-SUM-REC-FRET.
           MOVE WS-REC-TOT TO HIST-SUM-REC-TOT.
           WRITE HISTORY-RECORD
               INVALID KEY REWRITE HISTORY-RECORD
           END-WRITE.
           CLOSE F29.
       ARCHIVE-PLAN-EXIT.
           EXIT.

       ARCHIVE-ONE-LEG.
           MOVE 0 TO WS-HIST-LEG-FRET.
           PERFORM COUNT-ARCHIVE-FREIGHT THRU
               COUNT-ARCHIVE-FREIGHT-EXIT
               VARYING WS-SUBSCRIPT2 FROM 1 BY 1
               UNTIL WS-SUBSCRIPT2 > 10.

           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-ARCHIVE-DATE TO HIST-DATE.
           MOVE WS-TRAIN-NUMBER(WS-SUBSCRIPT) TO HIST-NUMBER.
           MOVE WS-TRAIN-TYPE(WS-SUBSCRIPT) TO HIST-TYPE.
           MOVE WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) TO HIST-DEP.
           MOVE WS-TRAIN-STATION-DST(WS-SUBSCRIPT) TO HIST-DST.
           MOVE WS-TRAIN-HH(WS-SUBSCRIPT) TO HIST-DEP-HH.
           MOVE WS-TRAIN-MM(WS-SUBSCRIPT) TO HIST-DEP-MM.
           MOVE WS-TRAIN-ARR-HH(WS-SUBSCRIPT) TO HIST-ARR-HH.
           MOVE WS-TRAIN-ARR-MM(WS-SUBSCRIPT) TO HIST-ARR-MM.
           IF WS-TRAIN-HAS-CONSIST(WS-SUBSCRIPT)
               MOVE WS-TRAIN-SEATS(WS-SUBSCRIPT) TO HIST-SEATS
               ADD WS-TRAIN-SEATS(WS-SUBSCRIPT) TO WS-HIST-SEATS-TOT
           ELSE
               MOVE 0 TO HIST-SEATS
           END-IF.
           IF WS-HIST-LEG-FRET > 0
               MOVE 'F' TO HIST-FRET
               ADD 1 TO WS-HIST-FRET-CNT
           ELSE
               MOVE SPACE TO HIST-FRET
           END-IF.
           WRITE HISTORY-RECORD
               INVALID KEY REWRITE HISTORY-RECORD
           END-WRITE.
       ARCHIVE-ONE-LEG-EXIT.
           EXIT.

       PURGE-ARCHIVE-DATE.
           READ F29 NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-DATE = WS-ARCHIVE-DATE
                       DELETE F29 RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   ELSE
                       SET WS-HIST-EOF TO TRUE
                   END-IF
           END-READ.
       PURGE-ARCHIVE-DATE-EXIT.
           EXIT.

       COUNT-ARCHIVE-FREIGHT.
           IF WS-TRAIN-FLAGS(WS-SUBSCRIPT WS-SUBSCRIPT2) = 'F'
               ADD 1 TO WS-HIST-LEG-FRET
           END-IF.
       COUNT-ARCHIVE-FREIGHT-EXIT.
           EXIT.
               AT END SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-NUMBER = 0
                       IF HIST-SUM-REC-TOT NUMERIC
                           MOVE HIST-SUM-REC-TOT TO WS-TRND-REC-EDIT
                       ELSE
                           MOVE 0 TO WS-TRND-REC-EDIT
                       END-IF
                       MOVE SPACES TO HISTTRND-LINE
                       STRING 'DATE ' DELIMITED BY SIZE
                              HIST-DATE DELIMITED BY SIZE
                              HIST-SUM-SEATS DELIMITED BY SIZE
                              '  FREIGHT-LEGS=' DELIMITED BY SIZE
                              HIST-SUM-FRET DELIMITED BY SIZE
                              '  REVENUE=' DELIMITED BY SIZE
                              WS-TRND-REC-EDIT DELIMITED BY SIZE
                           INTO HISTTRND-LINE
                       WRITE HISTTRND-LINE
                   END-IF
       SAVE-NUMBER-SERIES-EXIT.
           EXIT.

       SAVE-UNIT-MASTER.
           OPEN OUTPUT F47.
           PERFORM SAVE-ONE-SEUIL THRU SAVE-ONE-SEUIL-EXIT
               VARYING WS-UNT-SEU-IDX FROM 1 BY 1
               UNTIL WS-UNT-SEU-IDX > SEUIL-TABLE-COUNT.
           PERFORM SAVE-ONE-UNIT THRU SAVE-ONE-UNIT-EXIT
               VARYING WS-UNT-IDX FROM 1 BY 1
               UNTIL WS-UNT-IDX > UNIT-TABLE-COUNT.
           CLOSE F47.
       SAVE-UNIT-MASTER-EXIT.
           EXIT.

       SAVE-ONE-SEUIL.
           MOVE SPACES TO UNIT-RECORD.
           MOVE 'S' TO UNT-REC-TYPE.
           MOVE SEU-TAB-COMPO(WS-UNT-SEU-IDX) TO UNT-COMPO.
           MOVE SEU-TAB-KM(WS-UNT-SEU-IDX) TO SEU-KM.
           MOVE SEU-TAB-JOURS(WS-UNT-SEU-IDX) TO SEU-JOURS.
           WRITE UNIT-RECORD.
       SAVE-ONE-SEUIL-EXIT.
           EXIT.

       SAVE-ONE-UNIT.
           MOVE SPACES TO UNIT-RECORD.
           MOVE 'U' TO UNT-REC-TYPE.
           MOVE UNT-TAB-COMPO(WS-UNT-IDX) TO UNT-COMPO.
           MOVE UNT-TAB-ID(WS-UNT-IDX) TO UNT-ID.
           MOVE UNT-TAB-LIEU(WS-UNT-IDX) TO UNT-LIEU.
           MOVE UNT-TAB-KM(WS-UNT-IDX) TO UNT-KM.
           MOVE UNT-TAB-INSP-DATE(WS-UNT-IDX) TO UNT-INSP-DATE.
           MOVE UNT-TAB-LAST-RUN(WS-UNT-IDX) TO UNT-LAST-RUN.
           MOVE UNT-TAB-CUM-KM(WS-UNT-IDX) TO UNT-CUM-KM.
           MOVE UNT-TAB-START-LIEU(WS-UNT-IDX) TO UNT-START-LIEU.
           MOVE UNT-TAB-DAY-KM(WS-UNT-IDX) TO UNT-DAY-KM.
           MOVE UNT-TAB-PREV-RUN(WS-UNT-IDX) TO UNT-PREV-RUN.
           WRITE UNIT-RECORD.
       SAVE-ONE-UNIT-EXIT.
           EXIT.

       SORT-TRAIN-TABLE.
           IF WS-TRAIN-COUNT > 1
               SORT FS1
       WRITE-CONFLICT-TRAIN-EXIT.
           EXIT.

       WRITE-SECTION-CONFLICT-REPORT.
           IF WS-APPEND-REPORTS
               OPEN EXTEND F40
           ELSE
               OPEN OUTPUT F40
           END-IF.
           IF WS-SEMAINE-MODE
               MOVE SPACES TO CONFSECT-LINE
               STRING 'DATE ' DELIMITED BY SIZE
                      WS-PLAN-DATE DELIMITED BY SIZE
                   INTO CONFSECT-LINE
               WRITE CONFSECT-LINE
           END-IF.
           MOVE 0 TO PATH-TABLE-COUNT.
           MOVE 0 TO COMPTEUR-SEC-FRONT.
           MOVE 0 TO COMPTEUR-SEC-ESPACE.
           MOVE 0 TO COMPTEUR-SEC-DEPASSEMENT.
           IF SECTION-TABLE-COUNT > 0
               PERFORM BUILD-LEG-PATH THRU BUILD-LEG-PATH-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-TRAIN-COUNT
               PERFORM COMPARE-PATH-SEGMENT THRU
                   COMPARE-PATH-SEGMENT-EXIT
                   VARYING WS-PTH-IDX FROM 1 BY 1
                   UNTIL WS-PTH-IDX > PATH-TABLE-COUNT
           END-IF.
           MOVE SPACES TO CONFSECT-LINE.
           STRING 'SECTION CONFLICTS: SEGMENTS=' DELIMITED BY SIZE
                  PATH-TABLE-COUNT DELIMITED BY SIZE
                  ' HEAD-ON=' DELIMITED BY SIZE
                  COMPTEUR-SEC-FRONT DELIMITED BY SIZE
                  ' HEADWAY=' DELIMITED BY SIZE
                  COMPTEUR-SEC-ESPACE DELIMITED BY SIZE
                  ' OVERTAKE=' DELIMITED BY SIZE
                  COMPTEUR-SEC-DEPASSEMENT DELIMITED BY SIZE
               INTO CONFSECT-LINE.
           WRITE CONFSECT-LINE.
           CLOSE F40.
       WRITE-SECTION-CONFLICT-REPORT-EXIT.
           EXIT.

       BUILD-LEG-PATH.
           MOVE 1 TO WS-PTH-NODE-COUNT.
           MOVE WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) TO
               WS-PTH-NODE-STN(1).
           MOVE 0 TO WS-PTH-NODE-KM(1).
           PERFORM ADD-LEG-PATH-NODE THRU ADD-LEG-PATH-NODE-EXIT
               VARYING WS-SUBSCRIPT2 FROM 1 BY 1
               UNTIL WS-SUBSCRIPT2 > 10.
           ADD 1 TO WS-PTH-NODE-COUNT.
           MOVE WS-TRAIN-STATION-DST(WS-SUBSCRIPT) TO
               WS-PTH-NODE-STN(WS-PTH-NODE-COUNT).

           SET WS-PTH-KM-KNOWN TO TRUE.
           PERFORM ADD-PATH-NODE-KM THRU ADD-PATH-NODE-KM-EXIT
               VARYING WS-PTH-NODE-IDX FROM 2 BY 1
               UNTIL WS-PTH-NODE-IDX > WS-PTH-NODE-COUNT.
           IF WS-PTH-NODE-KM(WS-PTH-NODE-COUNT) = 0
               MOVE 'N' TO WS-PTH-KM-FLAG
           END-IF.
           PERFORM SET-PATH-NODE-TIME THRU SET-PATH-NODE-TIME-EXIT
               VARYING WS-PTH-NODE-IDX FROM 1 BY 1
               UNTIL WS-PTH-NODE-IDX > WS-PTH-NODE-COUNT.
           PERFORM ADD-PATH-SEGMENT THRU ADD-PATH-SEGMENT-EXIT
               VARYING WS-PTH-NODE-IDX FROM 1 BY 1
               UNTIL WS-PTH-NODE-IDX NOT < WS-PTH-NODE-COUNT.
       BUILD-LEG-PATH-EXIT.
           EXIT.

       ADD-LEG-PATH-NODE.
           IF WS-TRAIN-HALT-STN(WS-SUBSCRIPT WS-SUBSCRIPT2) NOT = SPACES
               ADD 1 TO WS-PTH-NODE-COUNT
               MOVE WS-TRAIN-HALT-STN(WS-SUBSCRIPT WS-SUBSCRIPT2) TO
                   WS-PTH-NODE-STN(WS-PTH-NODE-COUNT)
           END-IF.
       ADD-LEG-PATH-NODE-EXIT.
           EXIT.

       ADD-PATH-NODE-KM.
           MOVE WS-PTH-NODE-STN(WS-PTH-NODE-IDX - 1) TO WS-DIS-DEP-X.
           MOVE WS-PTH-NODE-STN(WS-PTH-NODE-IDX) TO WS-DIS-DST-X.
           PERFORM FIND-DISTANCE THRU FIND-DISTANCE-EXIT.
           IF NOT WS-DIS-FOUND
               MOVE WS-PTH-NODE-STN(WS-PTH-NODE-IDX) TO WS-DIS-DEP-X
               MOVE WS-PTH-NODE-STN(WS-PTH-NODE-IDX - 1) TO
                   WS-DIS-DST-X
               PERFORM FIND-DISTANCE THRU FIND-DISTANCE-EXIT
           END-IF.
           IF NOT WS-DIS-FOUND
               MOVE 'N' TO WS-PTH-KM-FLAG
           END-IF.
           COMPUTE WS-PTH-NODE-KM(WS-PTH-NODE-IDX) =
               WS-PTH-NODE-KM(WS-PTH-NODE-IDX - 1) + WS-DIS-KM.
       ADD-PATH-NODE-KM-EXIT.
           EXIT.

       SET-PATH-NODE-TIME.
           IF WS-PTH-KM-KNOWN
               COMPUTE WS-PTH-NODE-MIN(WS-PTH-NODE-IDX) =
                   (WS-TRAIN-HH(WS-SUBSCRIPT) * 60)
                   + WS-TRAIN-MM(WS-SUBSCRIPT)
                   + ((WS-TRAIN-NBRE(WS-SUBSCRIPT) * 60
                       * WS-PTH-NODE-KM(WS-PTH-NODE-IDX))
                       / WS-PTH-NODE-KM(WS-PTH-NODE-COUNT))
           ELSE
               COMPUTE WS-PTH-NODE-MIN(WS-PTH-NODE-IDX) =
                   (WS-TRAIN-HH(WS-SUBSCRIPT) * 60)
                   + WS-TRAIN-MM(WS-SUBSCRIPT)
                   + ((WS-TRAIN-NBRE(WS-SUBSCRIPT) * 60
                       * (WS-PTH-NODE-IDX - 1))
                       / (WS-PTH-NODE-COUNT - 1))
           END-IF.
       SET-PATH-NODE-TIME-EXIT.
           EXIT.

       ADD-PATH-SEGMENT.
           MOVE WS-PTH-NODE-STN(WS-PTH-NODE-IDX) TO WS-SEC-A-X.
           MOVE WS-PTH-NODE-STN(WS-PTH-NODE-IDX + 1) TO WS-SEC-B-X.
           PERFORM FIND-SECTION THRU FIND-SECTION-EXIT.
           IF NOT WS-SEC-FOUND
               GO TO ADD-PATH-SEGMENT-EXIT
           END-IF.
           IF PATH-TABLE-COUNT NOT < 5000
               IF NOT WS-PTH-OVERFLOW
                   DISPLAY 'SECTION PATHS EXCEED SEGMENT TABLE '
                       'CAPACITY - EXTRA SEGMENTS NOT CHECKED'
                   SET WS-PTH-OVERFLOW TO TRUE
               END-IF
               GO TO ADD-PATH-SEGMENT-EXIT
           END-IF.
           ADD 1 TO PATH-TABLE-COUNT.
           MOVE WS-SEC-MATCH TO PTH-TAB-SECTION(PATH-TABLE-COUNT).
           MOVE WS-SEC-DIR TO PTH-TAB-DIR(PATH-TABLE-COUNT).
           MOVE WS-PTH-NODE-MIN(WS-PTH-NODE-IDX) TO
               PTH-TAB-ENTRY(PATH-TABLE-COUNT).
           MOVE WS-PTH-NODE-MIN(WS-PTH-NODE-IDX + 1) TO
               PTH-TAB-EXIT(PATH-TABLE-COUNT).
           MOVE WS-SUBSCRIPT TO PTH-TAB-TRAIN(PATH-TABLE-COUNT).
       ADD-PATH-SEGMENT-EXIT.
           EXIT.

       FIND-SECTION.
           MOVE 'N' TO WS-SEC-FOUND-FLAG.
           MOVE 0 TO WS-SEC-MATCH.
           PERFORM SEARCH-SECTION-TABLE THRU SEARCH-SECTION-TABLE-EXIT
               VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > SECTION-TABLE-COUNT
                   OR WS-SEC-FOUND.
       FIND-SECTION-EXIT.
           EXIT.

       SEARCH-SECTION-TABLE.
           IF SEC-TAB-A(WS-SEC-IDX) = WS-SEC-A-X
               AND SEC-TAB-B(WS-SEC-IDX) = WS-SEC-B-X
               SET WS-SEC-FOUND TO TRUE
               MOVE WS-SEC-IDX TO WS-SEC-MATCH
               MOVE 'A' TO WS-SEC-DIR
           ELSE
               IF SEC-TAB-A(WS-SEC-IDX) = WS-SEC-B-X
                   AND SEC-TAB-B(WS-SEC-IDX) = WS-SEC-A-X
                   SET WS-SEC-FOUND TO TRUE
                   MOVE WS-SEC-IDX TO WS-SEC-MATCH
                   MOVE 'B' TO WS-SEC-DIR
               END-IF
           END-IF.
       SEARCH-SECTION-TABLE-EXIT.
           EXIT.

       COMPARE-PATH-SEGMENT.
           ADD 1 TO WS-PTH-IDX GIVING WS-PTH-START.
           PERFORM COMPARE-PATH-PAIR THRU COMPARE-PATH-PAIR-EXIT
               VARYING WS-PTH-IDX2 FROM WS-PTH-START BY 1
               UNTIL WS-PTH-IDX2 > PATH-TABLE-COUNT.
       COMPARE-PATH-SEGMENT-EXIT.
           EXIT.

       COMPARE-PATH-PAIR.
           IF PTH-TAB-SECTION(WS-PTH-IDX2) NOT =
               PTH-TAB-SECTION(WS-PTH-IDX)
               GO TO COMPARE-PATH-PAIR-EXIT
           END-IF.
           MOVE PTH-TAB-SECTION(WS-PTH-IDX) TO WS-SEC-MATCH.
           MOVE SEC-TAB-HEADWAY(WS-SEC-MATCH) TO WS-PTH-HEADWAY.
           IF PTH-TAB-DIR(WS-PTH-IDX2) NOT = PTH-TAB-DIR(WS-PTH-IDX)
               IF SEC-TAB-TRACKS(WS-SEC-MATCH) < 2
                   AND PTH-TAB-ENTRY(WS-PTH-IDX) <
                       PTH-TAB-EXIT(WS-PTH-IDX2)
                   AND PTH-TAB-ENTRY(WS-PTH-IDX2) <
                       PTH-TAB-EXIT(WS-PTH-IDX)
                   MOVE 'HEAD-ON ' TO WS-PTH-KIND
                   ADD 1 TO COMPTEUR-SEC-FRONT
                   PERFORM WRITE-SECTION-CONFLICT THRU
                       WRITE-SECTION-CONFLICT-EXIT
               END-IF
               GO TO COMPARE-PATH-PAIR-EXIT
           END-IF.
           COMPUTE WS-PTH-GAP-DEB = PTH-TAB-ENTRY(WS-PTH-IDX2)
               - PTH-TAB-ENTRY(WS-PTH-IDX).
           COMPUTE WS-PTH-GAP-FIN = PTH-TAB-EXIT(WS-PTH-IDX2)
               - PTH-TAB-EXIT(WS-PTH-IDX).
           IF (WS-PTH-GAP-DEB > 0 AND WS-PTH-GAP-FIN < 0)
               OR (WS-PTH-GAP-DEB < 0 AND WS-PTH-GAP-FIN > 0)
               MOVE 'OVERTAKE' TO WS-PTH-KIND
               ADD 1 TO COMPTEUR-SEC-DEPASSEMENT
           ELSE
               IF (WS-PTH-GAP-DEB < WS-PTH-HEADWAY
                       AND WS-PTH-GAP-DEB > 0 - WS-PTH-HEADWAY)
                   OR (WS-PTH-GAP-FIN < WS-PTH-HEADWAY
                       AND WS-PTH-GAP-FIN > 0 - WS-PTH-HEADWAY)
                   MOVE 'HEADWAY ' TO WS-PTH-KIND
                   ADD 1 TO COMPTEUR-SEC-ESPACE
               ELSE
                   GO TO COMPARE-PATH-PAIR-EXIT
               END-IF
           END-IF.
           PERFORM WRITE-SECTION-CONFLICT THRU
               WRITE-SECTION-CONFLICT-EXIT.
       COMPARE-PATH-PAIR-EXIT.
           EXIT.

       WRITE-SECTION-CONFLICT.
           ADD 1 TO WS-TOT-SEC-CONFLITS.
           IF PTH-TAB-ENTRY(WS-PTH-IDX) > PTH-TAB-ENTRY(WS-PTH-IDX2)
               MOVE PTH-TAB-ENTRY(WS-PTH-IDX) TO WS-PTH-WIN-DEB
           ELSE
               MOVE PTH-TAB-ENTRY(WS-PTH-IDX2) TO WS-PTH-WIN-DEB
           END-IF.
           IF PTH-TAB-EXIT(WS-PTH-IDX) < PTH-TAB-EXIT(WS-PTH-IDX2)
               MOVE PTH-TAB-EXIT(WS-PTH-IDX) TO WS-PTH-WIN-FIN
           ELSE
               MOVE PTH-TAB-EXIT(WS-PTH-IDX2) TO WS-PTH-WIN-FIN
           END-IF.
           IF WS-PTH-WIN-DEB > WS-PTH-WIN-FIN
               MOVE WS-PTH-WIN-FIN TO WS-CLOCK-MIN
               MOVE WS-PTH-WIN-DEB TO WS-PTH-WIN-FIN
               MOVE WS-CLOCK-MIN TO WS-PTH-WIN-DEB
           END-IF.
           MOVE WS-PTH-WIN-DEB TO WS-CLOCK-MIN.
           PERFORM EDIT-CLOCK-TIME THRU EDIT-CLOCK-TIME-EXIT.
           MOVE WS-CLOCK-EDIT TO WS-TIME-DISPLAY.
           MOVE WS-PTH-WIN-FIN TO WS-CLOCK-MIN.
           PERFORM EDIT-CLOCK-TIME THRU EDIT-CLOCK-TIME-EXIT.
           MOVE WS-CLOCK-EDIT TO WS-TIME-DISPLAY2.
           IF SEC-TAB-TRACKS(WS-SEC-MATCH) < 2
               MOVE 'SINGLE' TO WS-PTH-TRACK-TEXT
           ELSE
               MOVE 'DOUBLE' TO WS-PTH-TRACK-TEXT
           END-IF.
           IF WS-PTH-GAP-DEB < 0
               COMPUTE WS-PTH-GAP-EDIT = 0 - WS-PTH-GAP-DEB
           ELSE
               MOVE WS-PTH-GAP-DEB TO WS-PTH-GAP-EDIT
           END-IF.
           MOVE SPACES TO WS-PTH-GAP-TEXT.
           IF WS-PTH-KIND NOT = 'HEAD-ON '
               STRING ' ENTRY GAP ' DELIMITED BY SIZE
                      WS-PTH-GAP-EDIT DELIMITED BY SIZE
                      ' MIN (MIN ' DELIMITED BY SIZE
                      WS-PTH-HEADWAY DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-PTH-GAP-TEXT
           END-IF.
           MOVE PTH-TAB-TRAIN(WS-PTH-IDX) TO WS-CALL-IDX.
           MOVE PTH-TAB-TRAIN(WS-PTH-IDX2) TO WS-SUBSCRIPT2.
           MOVE SPACES TO CONFSECT-LINE.
           STRING WS-PTH-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SEC-TAB-A(WS-SEC-MATCH) DELIMITED BY '  '
                  '/' DELIMITED BY SIZE
                  SEC-TAB-B(WS-SEC-MATCH) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-PTH-TRACK-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-TYPE(WS-CALL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WS-CALL-IDX) DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  WS-TRAIN-TYPE(WS-SUBSCRIPT2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WS-SUBSCRIPT2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TIME-DISPLAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TIME-DISPLAY2 DELIMITED BY SIZE
                  WS-PTH-GAP-TEXT DELIMITED BY SIZE
               INTO CONFSECT-LINE.
           WRITE CONFSECT-LINE.
       WRITE-SECTION-CONFLICT-EXIT.
           EXIT.

       WRITE-JOURNEY-REPORT.
           IF WS-APPEND-REPORTS
               OPEN EXTEND F28
       WRITE-RESA-TRAILER-EXIT.
           EXIT.

       WRITE-WORKS-IMPACT-REPORT.
           IF WS-APPEND-REPORTS
               OPEN EXTEND F37
               OPEN EXTEND F38
           ELSE
               OPEN OUTPUT F37
               OPEN OUTPUT F38
           END-IF.
           IF WS-SEMAINE-MODE
               MOVE SPACES TO TRAVRPT-LINE
               STRING 'DATE ' DELIMITED BY SIZE
                      WS-PLAN-DATE DELIMITED BY SIZE
                   INTO TRAVRPT-LINE
               WRITE TRAVRPT-LINE
           END-IF.
           IF WS-PLAN-DATE > 0
               MOVE WS-PLAN-DATE TO WS-TVX-JOUR
           ELSE
               MOVE WS-EXTRACT-DATE TO WS-TVX-JOUR
           END-IF.
           MOVE WS-TVX-JOUR TO WS-CUTOFF-DATE.
           PERFORM RETREAT-CUTOFF-DATE THRU RETREAT-CUTOFF-DATE-EXIT.
           MOVE WS-CUTOFF-DATE TO WS-TVX-VEILLE.
           MOVE WS-PLAN-DATE TO WS-TVX-SAVE-DATE.
           MOVE WS-TVX-JOUR TO WS-PLAN-DATE.
           PERFORM ADVANCE-PLAN-DATE THRU ADVANCE-PLAN-DATE-EXIT.
           MOVE WS-PLAN-DATE TO WS-TVX-LENDEMAIN.
           MOVE WS-TVX-SAVE-DATE TO WS-PLAN-DATE.

           MOVE 0 TO WS-TVX-ACTIVE-CNT.
           MOVE 0 TO COMPTEUR-TVX-ANNULE.
           MOVE 0 TO COMPTEUR-TVX-LIMITE.
           MOVE 0 TO COMPTEUR-TVX-CAR.
           MOVE 0 TO WS-BUS-COUNT.
           PERFORM SET-POSSESSION-WINDOW THRU
               SET-POSSESSION-WINDOW-EXIT
               VARYING WS-TVX-IDX FROM 1 BY 1
               UNTIL WS-TVX-IDX > WORKS-TABLE-COUNT.
           IF WS-TVX-ACTIVE-CNT > 0
               PERFORM CHECK-LEG-AGAINST-WORKS THRU
                   CHECK-LEG-AGAINST-WORKS-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-TRAIN-COUNT
           END-IF.

           MOVE SPACES TO TRAVRPT-LINE.
           STRING 'WORKS IMPACT: POSSESSIONS=' DELIMITED BY SIZE
                  WS-TVX-ACTIVE-CNT DELIMITED BY SIZE
                  ' CANCELLED=' DELIMITED BY SIZE
                  COMPTEUR-TVX-ANNULE DELIMITED BY SIZE
                  ' TRUNCATED=' DELIMITED BY SIZE
                  COMPTEUR-TVX-LIMITE DELIMITED BY SIZE
                  ' BUS=' DELIMITED BY SIZE
                  COMPTEUR-TVX-CAR DELIMITED BY SIZE
               INTO TRAVRPT-LINE.
           WRITE TRAVRPT-LINE.

           MOVE SPACES TO BUS-TRAILER.
           MOVE 'T' TO BUS-TRL-TYPE.
           MOVE WS-TVX-JOUR TO BUS-TRL-DATE.
           MOVE WS-BUS-COUNT TO BUS-TRL-COUNT.
           WRITE BUS-TRAILER.
           CLOSE F37.
           CLOSE F38.
       WRITE-WORKS-IMPACT-REPORT-EXIT.
           EXIT.

       SET-POSSESSION-WINDOW.
           MOVE 'N' TO TVX-TAB-ACTIVE(WS-TVX-IDX).
           IF TVX-TAB-DATE(WS-TVX-IDX) = WS-TVX-JOUR
               MOVE TVX-TAB-DEB-MIN(WS-TVX-IDX) TO
                   TVX-TAB-EFF-DEB(WS-TVX-IDX)
               MOVE TVX-TAB-FIN-MIN(WS-TVX-IDX) TO
                   TVX-TAB-EFF-FIN(WS-TVX-IDX)
               SET TVX-TAB-IS-ACTIVE(WS-TVX-IDX) TO TRUE
           ELSE
               IF TVX-TAB-DATE(WS-TVX-IDX) = WS-TVX-VEILLE
                   AND TVX-TAB-FIN-MIN(WS-TVX-IDX) > 1440
                   MOVE 0 TO TVX-TAB-EFF-DEB(WS-TVX-IDX)
                   COMPUTE TVX-TAB-EFF-FIN(WS-TVX-IDX) =
                       TVX-TAB-FIN-MIN(WS-TVX-IDX) - 1440
                   SET TVX-TAB-IS-ACTIVE(WS-TVX-IDX) TO TRUE
               ELSE
                   IF TVX-TAB-DATE(WS-TVX-IDX) = WS-TVX-LENDEMAIN
                       COMPUTE TVX-TAB-EFF-DEB(WS-TVX-IDX) =
                           TVX-TAB-DEB-MIN(WS-TVX-IDX) + 1440
                       COMPUTE TVX-TAB-EFF-FIN(WS-TVX-IDX) =
                           TVX-TAB-FIN-MIN(WS-TVX-IDX) + 1440
                       SET TVX-TAB-IS-ACTIVE(WS-TVX-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT TVX-TAB-IS-ACTIVE(WS-TVX-IDX)
               GO TO SET-POSSESSION-WINDOW-EXIT
           END-IF.
           ADD 1 TO WS-TVX-ACTIVE-CNT.
           IF TVX-TAB-DATE(WS-TVX-IDX) NOT = WS-TVX-JOUR
               GO TO SET-POSSESSION-WINDOW-EXIT
           END-IF.
           MOVE TVX-TAB-DEB-MIN(WS-TVX-IDX) TO WS-CLOCK-MIN.
           PERFORM EDIT-CLOCK-TIME THRU EDIT-CLOCK-TIME-EXIT.
           MOVE WS-CLOCK-EDIT TO WS-TIME-DISPLAY.
           MOVE TVX-TAB-FIN-MIN(WS-TVX-IDX) TO WS-CLOCK-MIN.
           PERFORM EDIT-CLOCK-TIME THRU EDIT-CLOCK-TIME-EXIT.
           MOVE WS-CLOCK-EDIT TO WS-TIME-DISPLAY2.
           MOVE SPACES TO WS-TVX-BLOCK-TEXT.
           IF TVX-TAB-STN-B(WS-TVX-IDX) = SPACES
               STRING 'STATION ' DELIMITED BY SIZE
                      TVX-TAB-STN-A(WS-TVX-IDX) DELIMITED BY '  '
                   INTO WS-TVX-BLOCK-TEXT
           ELSE
               STRING 'SECTION ' DELIMITED BY SIZE
                      TVX-TAB-STN-A(WS-TVX-IDX) DELIMITED BY '  '
                      '/' DELIMITED BY SIZE
                      TVX-TAB-STN-B(WS-TVX-IDX) DELIMITED BY '  '
                   INTO WS-TVX-BLOCK-TEXT
           END-IF.
           IF TVX-TAB-BUS(WS-TVX-IDX) = 'Y'
               MOVE ' BUS ARRANGED' TO WS-TVX-BUS-TEXT
           ELSE
               MOVE SPACES TO WS-TVX-BUS-TEXT
           END-IF.
           MOVE SPACES TO TRAVRPT-LINE.
           STRING 'WORKS ' DELIMITED BY SIZE
                  TVX-TAB-REF(WS-TVX-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TVX-BLOCK-TEXT DELIMITED BY '  '
                  ' CLOSED ' DELIMITED BY SIZE
                  WS-TIME-DISPLAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TIME-DISPLAY2 DELIMITED BY SIZE
                  WS-TVX-BUS-TEXT DELIMITED BY SIZE
               INTO TRAVRPT-LINE.
           WRITE TRAVRPT-LINE.
       SET-POSSESSION-WINDOW-EXIT.
           EXIT.

       EDIT-CLOCK-TIME.
           DIVIDE WS-CLOCK-MIN BY 1440 GIVING WS-TEMP-DAYS
               REMAINDER WS-TEMP-TOTAL-MIN.
           DIVIDE WS-TEMP-TOTAL-MIN BY 60 GIVING WS-CONN-HH
               REMAINDER WS-CONN-MM.
           MOVE SPACES TO WS-CLOCK-EDIT.
           STRING WS-CONN-HH DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-CONN-MM DELIMITED BY SIZE
               INTO WS-CLOCK-EDIT.
       EDIT-CLOCK-TIME-EXIT.
           EXIT.

       CHECK-LEG-AGAINST-WORKS.
           PERFORM BUILD-LEG-CALL-NODES THRU
               BUILD-LEG-CALL-NODES-EXIT.
           MOVE 'N' TO WS-TVX-BLOCK-FLAG.
           MOVE 0 TO WS-TVX-LAST-OPEN.
           PERFORM CHECK-WORKS-NODE THRU CHECK-WORKS-NODE-EXIT
               VARYING WS-TVX-NODE-IDX FROM 1 BY 1
               UNTIL WS-TVX-NODE-IDX > WS-TVX-NODE-COUNT
                  OR WS-TVX-BLOCKED.
           IF NOT WS-TVX-BLOCKED
               GO TO CHECK-LEG-AGAINST-WORKS-EXIT
           END-IF.
           ADD 1 TO WS-TOT-TVX-IMPACT.
           MOVE WS-TVX-NODE-MIN(1) TO WS-CLOCK-MIN.
           PERFORM EDIT-CLOCK-TIME THRU EDIT-CLOCK-TIME-EXIT.
           MOVE WS-CLOCK-EDIT TO WS-TIME-DISPLAY.
           IF TVX-TAB-BUS(WS-TVX-MATCH) = 'Y'
               PERFORM WRITE-BUS-SUBSTITUTION THRU
                   WRITE-BUS-SUBSTITUTION-EXIT
               GO TO CHECK-LEG-AGAINST-WORKS-EXIT
           END-IF.
           MOVE SPACES TO TRAVRPT-LINE.
           IF WS-TVX-LAST-OPEN < 2
               ADD 1 TO COMPTEUR-TVX-ANNULE
               STRING 'CANCELLED ' DELIMITED BY SIZE
                      WS-TRAIN-TYPE(WS-SUBSCRIPT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TRAIN-NUMBER(WS-SUBSCRIPT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TRAIN-STATION-DEP(WS-SUBSCRIPT)
                          DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-TIME-DISPLAY DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      WS-TRAIN-STATION-DST(WS-SUBSCRIPT)
                          DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-TVX-BLOCK-TEXT DELIMITED BY '  '
                      ' WORKS ' DELIMITED BY SIZE
                      TVX-TAB-REF(WS-TVX-MATCH) DELIMITED BY SIZE
                   INTO TRAVRPT-LINE
           ELSE
               ADD 1 TO COMPTEUR-TVX-LIMITE
               STRING 'TRUNCATED ' DELIMITED BY SIZE
                      WS-TRAIN-TYPE(WS-SUBSCRIPT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TRAIN-NUMBER(WS-SUBSCRIPT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TRAIN-STATION-DEP(WS-SUBSCRIPT)
                          DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-TIME-DISPLAY DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      WS-TRAIN-STATION-DST(WS-SUBSCRIPT)
                          DELIMITED BY '  '
                      ' AT ' DELIMITED BY SIZE
                      WS-TVX-NODE-STN(WS-TVX-LAST-OPEN)
                          DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-TVX-BLOCK-TEXT DELIMITED BY '  '
                      ' WORKS ' DELIMITED BY SIZE
                      TVX-TAB-REF(WS-TVX-MATCH) DELIMITED BY SIZE
                   INTO TRAVRPT-LINE
           END-IF.
           WRITE TRAVRPT-LINE.
       CHECK-LEG-AGAINST-WORKS-EXIT.
           EXIT.

       BUILD-LEG-CALL-NODES.
           MOVE 1 TO WS-TVX-NODE-COUNT.
           MOVE WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) TO
               WS-TVX-NODE-STN(1).
           COMPUTE WS-TVX-NODE-MIN(1) =
               (WS-TRAIN-HH(WS-SUBSCRIPT) * 60)
               + WS-TRAIN-MM(WS-SUBSCRIPT).
           MOVE 0 TO WS-CALL-ORD.
           PERFORM ADD-LEG-CALL-NODE THRU ADD-LEG-CALL-NODE-EXIT
               VARYING WS-SUBSCRIPT2 FROM 1 BY 1
               UNTIL WS-SUBSCRIPT2 > 10.
           ADD 1 TO WS-TVX-NODE-COUNT.
           MOVE WS-TRAIN-STATION-DST(WS-SUBSCRIPT) TO
               WS-TVX-NODE-STN(WS-TVX-NODE-COUNT).
           COMPUTE WS-TVX-NODE-MIN(WS-TVX-NODE-COUNT) =
               WS-TVX-NODE-MIN(1)
               + (WS-TRAIN-NBRE(WS-SUBSCRIPT) * 60).
       BUILD-LEG-CALL-NODES-EXIT.
           EXIT.

       ADD-LEG-CALL-NODE.
           IF WS-TRAIN-FLAGS(WS-SUBSCRIPT WS-SUBSCRIPT2) = 'H'
               ADD 1 TO WS-CALL-ORD
               ADD 1 TO WS-TVX-NODE-COUNT
               MOVE WS-TRAIN-HALT-STN(WS-SUBSCRIPT WS-SUBSCRIPT2) TO
                   WS-TVX-NODE-STN(WS-TVX-NODE-COUNT)
               MOVE WS-SUBSCRIPT TO WS-CALL-IDX
               PERFORM COMPUTE-HALT-CALL-TIME THRU
                   COMPUTE-HALT-CALL-TIME-EXIT
               COMPUTE WS-TVX-NODE-MIN(WS-TVX-NODE-COUNT) =
                   (WS-CALL-HH * 60) + WS-CALL-MM
               IF WS-TVX-NODE-MIN(WS-TVX-NODE-COUNT) <
                   WS-TVX-NODE-MIN(1)
                   ADD 1440 TO WS-TVX-NODE-MIN(WS-TVX-NODE-COUNT)
               END-IF
           END-IF.
       ADD-LEG-CALL-NODE-EXIT.
           EXIT.

       CHECK-WORKS-NODE.
           PERFORM CHECK-STATION-POSSESSION THRU
               CHECK-STATION-POSSESSION-EXIT
               VARYING WS-TVX-IDX FROM 1 BY 1
               UNTIL WS-TVX-IDX > WORKS-TABLE-COUNT
                  OR WS-TVX-BLOCKED.
           IF WS-TVX-BLOCKED
               SUBTRACT 1 FROM WS-TVX-NODE-IDX
                   GIVING WS-TVX-LAST-OPEN
               MOVE SPACES TO WS-TVX-BLOCK-TEXT
               STRING 'STATION ' DELIMITED BY SIZE
                      WS-TVX-NODE-STN(WS-TVX-NODE-IDX)
                          DELIMITED BY '  '
                      ' CLOSED' DELIMITED BY SIZE
                   INTO WS-TVX-BLOCK-TEXT
               GO TO CHECK-WORKS-NODE-EXIT
           END-IF.
           IF WS-TVX-NODE-IDX NOT < WS-TVX-NODE-COUNT
               GO TO CHECK-WORKS-NODE-EXIT
           END-IF.
           ADD 1 TO WS-TVX-NODE-IDX GIVING WS-TVX-NEXT-IDX.
           PERFORM CHECK-SECTION-POSSESSION THRU
               CHECK-SECTION-POSSESSION-EXIT
               VARYING WS-TVX-IDX FROM 1 BY 1
               UNTIL WS-TVX-IDX > WORKS-TABLE-COUNT
                  OR WS-TVX-BLOCKED.
           IF WS-TVX-BLOCKED
               MOVE WS-TVX-NODE-IDX TO WS-TVX-LAST-OPEN
               MOVE SPACES TO WS-TVX-BLOCK-TEXT
               STRING 'SECTION ' DELIMITED BY SIZE
                      WS-TVX-NODE-STN(WS-TVX-NODE-IDX)
                          DELIMITED BY '  '
                      '/' DELIMITED BY SIZE
                      WS-TVX-NODE-STN(WS-TVX-NEXT-IDX)
                          DELIMITED BY '  '
                      ' CLOSED' DELIMITED BY SIZE
                   INTO WS-TVX-BLOCK-TEXT
           END-IF.
       CHECK-WORKS-NODE-EXIT.
           EXIT.

       CHECK-STATION-POSSESSION.
           IF TVX-TAB-IS-ACTIVE(WS-TVX-IDX)
               AND TVX-TAB-STN-B(WS-TVX-IDX) = SPACES
               AND TVX-TAB-STN-A(WS-TVX-IDX) =
                   WS-TVX-NODE-STN(WS-TVX-NODE-IDX)
               AND WS-TVX-NODE-MIN(WS-TVX-NODE-IDX) NOT <
                   TVX-TAB-EFF-DEB(WS-TVX-IDX)
               AND WS-TVX-NODE-MIN(WS-TVX-NODE-IDX) NOT >
                   TVX-TAB-EFF-FIN(WS-TVX-IDX)
               SET WS-TVX-BLOCKED TO TRUE
               MOVE WS-TVX-IDX TO WS-TVX-MATCH
           END-IF.
       CHECK-STATION-POSSESSION-EXIT.
           EXIT.

       CHECK-SECTION-POSSESSION.
           IF TVX-TAB-IS-ACTIVE(WS-TVX-IDX)
               AND TVX-TAB-STN-B(WS-TVX-IDX) NOT = SPACES
               AND WS-TVX-NODE-MIN(WS-TVX-NODE-IDX) <
                   TVX-TAB-EFF-FIN(WS-TVX-IDX)
               AND WS-TVX-NODE-MIN(WS-TVX-NEXT-IDX) >
                   TVX-TAB-EFF-DEB(WS-TVX-IDX)
               IF (TVX-TAB-STN-A(WS-TVX-IDX) =
                       WS-TVX-NODE-STN(WS-TVX-NODE-IDX)
                   AND TVX-TAB-STN-B(WS-TVX-IDX) =
                       WS-TVX-NODE-STN(WS-TVX-NEXT-IDX))
                  OR (TVX-TAB-STN-A(WS-TVX-IDX) =
                       WS-TVX-NODE-STN(WS-TVX-NEXT-IDX)
                   AND TVX-TAB-STN-B(WS-TVX-IDX) =
                       WS-TVX-NODE-STN(WS-TVX-NODE-IDX))
                   SET WS-TVX-BLOCKED TO TRUE
                   MOVE WS-TVX-IDX TO WS-TVX-MATCH
               END-IF
           END-IF.
       CHECK-SECTION-POSSESSION-EXIT.
           EXIT.

       WRITE-BUS-SUBSTITUTION.
           ADD 1 TO COMPTEUR-TVX-CAR.
           IF WS-TVX-LAST-OPEN < 1
               MOVE 1 TO WS-TVX-BUS-NODE
           ELSE
               MOVE WS-TVX-LAST-OPEN TO WS-TVX-BUS-NODE
           END-IF.
           MOVE WS-TVX-NODE-MIN(WS-TVX-BUS-NODE) TO WS-TVX-BUS-DEP-MIN.
           COMPUTE WS-TVX-BUS-ARR-MIN = WS-TVX-BUS-DEP-MIN
               + ((WS-TVX-NODE-MIN(WS-TVX-NODE-COUNT)
                   - WS-TVX-BUS-DEP-MIN) * WS-BUS-FACTOR-PCT) / 100.

           MOVE SPACES TO BUS-RECORD.
           SET BUS-DETAIL-REC TO TRUE.
           MOVE WS-TVX-JOUR TO BUS-DATE.
           MOVE WS-TRAIN-TYPE(WS-SUBSCRIPT) TO BUS-TRAIN-TYPE.
           MOVE WS-TRAIN-NUMBER(WS-SUBSCRIPT) TO BUS-TRAIN-NUMBER.
           MOVE WS-TVX-NODE-STN(WS-TVX-BUS-NODE) TO BUS-STATION-DEP.
           MOVE WS-TRAIN-STATION-DST(WS-SUBSCRIPT) TO BUS-STATION-DST.
           MOVE WS-TVX-BUS-DEP-MIN TO WS-CLOCK-MIN.
           PERFORM EDIT-CLOCK-TIME THRU EDIT-CLOCK-TIME-EXIT.
           COMPUTE BUS-DEP-HHMM = (WS-CONN-HH * 100) + WS-CONN-MM.
           MOVE WS-CLOCK-EDIT TO WS-TIME-DISPLAY2.
           MOVE WS-TVX-BUS-ARR-MIN TO WS-CLOCK-MIN.
           PERFORM EDIT-CLOCK-TIME THRU EDIT-CLOCK-TIME-EXIT.
           COMPUTE BUS-ARR-HHMM = (WS-CONN-HH * 100) + WS-CONN-MM.
           MOVE WS-TRAIN-SEATS(WS-SUBSCRIPT) TO BUS-SEATS.
           MOVE TVX-TAB-REF(WS-TVX-MATCH) TO BUS-WORKS-REF.
           WRITE BUS-RECORD.
           ADD 1 TO WS-BUS-COUNT.

           MOVE SPACES TO TRAVRPT-LINE.
           STRING 'BUS       ' DELIMITED BY SIZE
                  WS-TRAIN-TYPE(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WS-SUBSCRIPT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DEP(WS-SUBSCRIPT) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-TIME-DISPLAY DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DST(WS-SUBSCRIPT) DELIMITED BY '  '
                  ' BUS FROM ' DELIMITED BY SIZE
                  WS-TVX-NODE-STN(WS-TVX-BUS-NODE) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-TIME-DISPLAY2 DELIMITED BY SIZE
                  ' ARR ' DELIMITED BY SIZE
                  WS-CLOCK-EDIT DELIMITED BY SIZE
                  ' WORKS ' DELIMITED BY SIZE
                  TVX-TAB-REF(WS-TVX-MATCH) DELIMITED BY SIZE
               INTO TRAVRPT-LINE.
           WRITE TRAVRPT-LINE.
       WRITE-BUS-SUBSTITUTION-EXIT.
           EXIT.

       WRITE-FREIGHT-DEMAND-REPORT.
           IF WS-APPEND-REPORTS
               OPEN EXTEND F22
           ELSE
               OPEN OUTPUT F22
           END-IF.
           IF WS-SEMAINE-MODE
               MOVE SPACES TO FRETRPT-LINE
               STRING 'DATE ' DELIMITED BY SIZE
                      WS-PLAN-DATE DELIMITED BY SIZE
                   INTO FRETRPT-LINE
               WRITE FRETRPT-LINE
           END-IF.
           MOVE 0 TO COMPTEUR-SURBOOK.
           MOVE 0 TO COMPTEUR-FRET-VIDE.
           PERFORM CLEAR-ONE-DEMAND-MATCH THRU
               CLEAR-ONE-DEMAND-MATCH-EXIT
               VARYING WS-FDEM-IDX FROM 1 BY 1
               UNTIL WS-FDEM-IDX > FRETDEM-TABLE-COUNT.
           PERFORM ALLOCATE-LEG-DEMAND THRU ALLOCATE-LEG-DEMAND-EXIT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-TRAIN-COUNT.
           PERFORM REPORT-RESIDUAL-DEMAND THRU
               REPORT-RESIDUAL-DEMAND-EXIT
               VARYING WS-FDEM-IDX FROM 1 BY 1
               UNTIL WS-FDEM-IDX > FRETDEM-TABLE-COUNT.
           PERFORM REPORT-UNSERVED-DEMAND THRU
               REPORT-UNSERVED-DEMAND-EXIT
                   OR (CRW-NB-LEGS(WS-CRW-IDX) > 0
                       AND WS-LEG-ARR-MIN - CRW-DUTY-DEB(WS-CRW-IDX)
                           NOT > WS-MAX-DUTY-MIN))
               MOVE 'N' TO WS-IND-BLOCKED-FLAG
               IF WS-WHATIF-MODE
                   PERFORM CHECK-AGENT-WITHDRAWN THRU
                       CHECK-AGENT-WITHDRAWN-EXIT
               END-IF
               IF NOT WS-IND-BLOCKED
                   SET WS-CRW-FOUND TO TRUE
                   MOVE WS-CRW-IDX TO WS-CRW-MATCH
               END-IF
           END-IF.
       SEARCH-CREW-AGENT-EXIT.
           EXIT.
       WRITE-CREW-EXCEPTION.
           ADD 1 TO COMPTEUR-SANS-EQUIPE.
           ADD 1 TO WS-TOT-SANS-EQUIPE.
           IF WS-WHATIF-MODE
               GO TO WRITE-CREW-EXCEPTION-EXIT
           END-IF.
           MOVE SPACES TO WS-TIME-DISPLAY.
           STRING WS-TRAIN-HH(WS-CREW-LEG-IDX) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
               WRITE ROULEMNT-LINE
           END-IF.
           MOVE 0 TO COMPTEUR-ROT-EXC.
           PERFORM EVALUATE-UNITS-DUE THRU EVALUATE-UNITS-DUE-EXIT.
           PERFORM INIT-ONE-ROTATION THRU INIT-ONE-ROTATION-EXIT
               VARYING WS-ROT-IDX FROM 1 BY 1
               UNTIL WS-ROT-IDX > WS-TRAIN-COUNT.
       INIT-ONE-ROTATION.
           MOVE 0 TO WS-ROT-NEXT(WS-ROT-IDX).
           MOVE SPACE TO WS-ROT-USED(WS-ROT-IDX).
           MOVE 0 TO WS-ROT-UNIT(WS-ROT-IDX).
           MOVE 0 TO WS-ROT-DUE-UNIT(WS-ROT-IDX).
       INIT-ONE-ROTATION-EXIT.
           EXIT.

       PAIR-ONE-ARRIVAL.
           IF WS-TRAIN-HAS-CONSIST(WS-ROT-IDX)
               IF WS-ROT-USED(WS-ROT-IDX) NOT = 'U'
                   PERFORM ALLOCATE-CHAIN-UNIT THRU
                       ALLOCATE-CHAIN-UNIT-EXIT
               END-IF
               IF WS-WHATIF-MODE AND WS-ROT-UNIT(WS-ROT-IDX) > 0
                   MOVE WS-ROT-UNIT(WS-ROT-IDX) TO WS-UNT-IDX
                   PERFORM CHECK-UNIT-WITHDRAWN THRU
                       CHECK-UNIT-WITHDRAWN-EXIT
                   IF WS-IND-BLOCKED
                       PERFORM ALLOCATE-CHAIN-UNIT THRU
                           ALLOCATE-CHAIN-UNIT-EXIT
                   END-IF
               END-IF
               PERFORM RUN-UNIT-ON-LEG THRU RUN-UNIT-ON-LEG-EXIT
               COMPUTE WS-ROT-ARR-MIN =
                   (WS-TRAIN-ARR-HH(WS-ROT-IDX) * 60)
                   + WS-TRAIN-ARR-MM(WS-ROT-IDX)
               IF WS-ROT-BEST > 0
                   MOVE WS-ROT-BEST TO WS-ROT-NEXT(WS-ROT-IDX)
                   MOVE 'U' TO WS-ROT-USED(WS-ROT-BEST)
                   MOVE WS-ROT-UNIT(WS-ROT-IDX) TO
                       WS-ROT-UNIT(WS-ROT-BEST)
                   MOVE WS-ROT-DUE-UNIT(WS-ROT-IDX) TO
                       WS-ROT-DUE-UNIT(WS-ROT-BEST)
               ELSE
                   IF WS-ROT-SHORT > 0
                       PERFORM WRITE-TURNAROUND-EXCEPTION THRU
       PAIR-ONE-ARRIVAL-EXIT.
           EXIT.

       EVALUATE-UNITS-DUE.
           IF WS-PLAN-DATE > 0
               MOVE WS-PLAN-DATE TO WS-UNT-RUN-DATE
           ELSE
               MOVE WS-EXTRACT-DATE TO WS-UNT-RUN-DATE
           END-IF.
           MOVE WS-UNT-RUN-DATE TO WS-DAYN-DATE.
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT.
           MOVE WS-DAYN-NUM TO WS-DAYN-RUN-NUM.
           PERFORM RESET-UNIT-DAY THRU RESET-UNIT-DAY-EXIT
               VARYING WS-UNT-IDX FROM 1 BY 1
               UNTIL WS-UNT-IDX > UNIT-TABLE-COUNT.
           MOVE 0 TO COMPTEUR-UNT-DUE.
           PERFORM EVALUATE-ONE-UNIT THRU EVALUATE-ONE-UNIT-EXIT
               VARYING WS-UNT-IDX FROM 1 BY 1
               UNTIL WS-UNT-IDX > UNIT-TABLE-COUNT.
       EVALUATE-UNITS-DUE-EXIT.
           EXIT.

       RESET-UNIT-DAY.
           IF UNT-TAB-LAST-RUN(WS-UNT-IDX) < WS-UNT-RUN-DATE
               MOVE UNT-TAB-LIEU(WS-UNT-IDX) TO
                   UNT-TAB-START-LIEU(WS-UNT-IDX)
               MOVE UNT-TAB-LAST-RUN(WS-UNT-IDX) TO
                   UNT-TAB-PREV-RUN(WS-UNT-IDX)
               MOVE 0 TO UNT-TAB-DAY-KM(WS-UNT-IDX)
               GO TO RESET-UNIT-DAY-EXIT
           END-IF.
           IF UNT-TAB-LAST-RUN(WS-UNT-IDX) NOT = WS-UNT-RUN-DATE
               OR UNT-TAB-START-LIEU(WS-UNT-IDX) = SPACES
               GO TO RESET-UNIT-DAY-EXIT
           END-IF.
           MOVE UNT-TAB-START-LIEU(WS-UNT-IDX) TO
               UNT-TAB-LIEU(WS-UNT-IDX).
           IF UNT-TAB-KM(WS-UNT-IDX) > UNT-TAB-DAY-KM(WS-UNT-IDX)
               SUBTRACT UNT-TAB-DAY-KM(WS-UNT-IDX) FROM
                   UNT-TAB-KM(WS-UNT-IDX)
           ELSE
               MOVE 0 TO UNT-TAB-KM(WS-UNT-IDX)
           END-IF.
           IF UNT-TAB-CUM-KM(WS-UNT-IDX) > UNT-TAB-DAY-KM(WS-UNT-IDX)
               SUBTRACT UNT-TAB-DAY-KM(WS-UNT-IDX) FROM
                   UNT-TAB-CUM-KM(WS-UNT-IDX)
           ELSE
               MOVE 0 TO UNT-TAB-CUM-KM(WS-UNT-IDX)
           END-IF.
           MOVE UNT-TAB-PREV-RUN(WS-UNT-IDX) TO
               UNT-TAB-LAST-RUN(WS-UNT-IDX).
           MOVE 0 TO UNT-TAB-DAY-KM(WS-UNT-IDX).
       RESET-UNIT-DAY-EXIT.
           EXIT.

       EVALUATE-ONE-UNIT.
           MOVE SPACE TO UNT-TAB-ALLOC(WS-UNT-IDX).
           MOVE 'N' TO UNT-TAB-COUNTS(WS-UNT-IDX).
           MOVE 'N' TO UNT-TAB-DUE(WS-UNT-IDX).
           MOVE SPACES TO UNT-TAB-REASON(WS-UNT-IDX).
           MOVE 0 TO UNT-TAB-DAYS(WS-UNT-IDX).
           IF UNT-TAB-INSP-DATE(WS-UNT-IDX) > 0
               MOVE UNT-TAB-INSP-DATE(WS-UNT-IDX) TO WS-DAYN-DATE
               PERFORM COMPUTE-DAY-NUMBER THRU
                   COMPUTE-DAY-NUMBER-EXIT
               IF WS-DAYN-RUN-NUM > WS-DAYN-NUM
                   COMPUTE UNT-TAB-DAYS(WS-UNT-IDX) =
                       WS-DAYN-RUN-NUM - WS-DAYN-NUM
               END-IF
           END-IF.
           MOVE 0 TO WS-UNT-SEU.
           PERFORM SEARCH-SEUIL-TABLE THRU SEARCH-SEUIL-TABLE-EXIT
               VARYING WS-UNT-SEU-IDX FROM 1 BY 1
               UNTIL WS-UNT-SEU-IDX > SEUIL-TABLE-COUNT
                   OR WS-UNT-SEU > 0.
           IF WS-UNT-SEU = 0
               GO TO EVALUATE-ONE-UNIT-EXIT
           END-IF.
           IF SEU-TAB-KM(WS-UNT-SEU) > 0
               AND UNT-TAB-KM(WS-UNT-IDX) NOT < SEU-TAB-KM(WS-UNT-SEU)
               SET UNT-TAB-IS-DUE(WS-UNT-IDX) TO TRUE
               MOVE 'KM' TO UNT-TAB-REASON(WS-UNT-IDX)
           END-IF.
           IF SEU-TAB-JOURS(WS-UNT-SEU) > 0
               AND UNT-TAB-INSP-DATE(WS-UNT-IDX) > 0
               AND UNT-TAB-DAYS(WS-UNT-IDX) NOT <
                   SEU-TAB-JOURS(WS-UNT-SEU)
               IF UNT-TAB-IS-DUE(WS-UNT-IDX)
                   MOVE 'KM+DAYS' TO UNT-TAB-REASON(WS-UNT-IDX)
               ELSE
                   SET UNT-TAB-IS-DUE(WS-UNT-IDX) TO TRUE
                   MOVE 'DAYS' TO UNT-TAB-REASON(WS-UNT-IDX)
               END-IF
           END-IF.
           IF UNT-TAB-IS-DUE(WS-UNT-IDX)
               ADD 1 TO COMPTEUR-UNT-DUE
           END-IF.
       EVALUATE-ONE-UNIT-EXIT.
           EXIT.

       SEARCH-SEUIL-TABLE.
           IF SEU-TAB-COMPO(WS-UNT-SEU-IDX) = UNT-TAB-COMPO(WS-UNT-IDX)
               MOVE WS-UNT-SEU-IDX TO WS-UNT-SEU
           END-IF.
       SEARCH-SEUIL-TABLE-EXIT.
           EXIT.

       COMPUTE-DAY-NUMBER.
           MOVE WS-DAYN-YYYY TO WS-DAYN-Y.
           MOVE WS-DAYN-MM TO WS-DAYN-M.
           IF WS-DAYN-M < 3
               SUBTRACT 1 FROM WS-DAYN-Y
               ADD 12 TO WS-DAYN-M
           END-IF.
           DIVIDE WS-DAYN-Y BY 4 GIVING WS-DAYN-Q4.
           DIVIDE WS-DAYN-Y BY 100 GIVING WS-DAYN-Q100.
           DIVIDE WS-DAYN-Y BY 400 GIVING WS-DAYN-Q400.
           COMPUTE WS-DAYN-T = (153 * (WS-DAYN-M - 3)) + 2.
           DIVIDE WS-DAYN-T BY 5 GIVING WS-DAYN-MD.
           COMPUTE WS-DAYN-NUM = (365 * WS-DAYN-Y) + WS-DAYN-Q4
               - WS-DAYN-Q100 + WS-DAYN-Q400 + WS-DAYN-MD
               + WS-DAYN-DD.
       COMPUTE-DAY-NUMBER-EXIT.
           EXIT.

       ALLOCATE-CHAIN-UNIT.
           MOVE 0 TO WS-ROT-UNIT(WS-ROT-IDX).
           MOVE 0 TO WS-ROT-DUE-UNIT(WS-ROT-IDX).
           IF UNIT-TABLE-COUNT = 0
               GO TO ALLOCATE-CHAIN-UNIT-EXIT
           END-IF.
           MOVE WS-TRAIN-COMPO(WS-ROT-IDX) TO WS-UNT-COMPO.
           MOVE WS-TRAIN-STATION-DEP(WS-ROT-IDX) TO WS-UNT-STATION.

           SET WS-UNT-ANY-AT-STATION TO TRUE.
           PERFORM FIND-ROTATION-UNIT THRU FIND-ROTATION-UNIT-EXIT.
           IF WS-UNT-MATCH > 0
               IF UNT-TAB-IS-DUE(WS-UNT-MATCH)
                   SET UNT-TAB-HELD(WS-UNT-MATCH) TO TRUE
                   MOVE WS-UNT-MATCH TO WS-ROT-DUE-UNIT(WS-ROT-IDX)
                   SET WS-UNT-FREE-AT-STATION TO TRUE
                   PERFORM FIND-ROTATION-UNIT THRU
                       FIND-ROTATION-UNIT-EXIT
               END-IF
           END-IF.
           IF WS-UNT-MATCH = 0
               SET WS-UNT-FREE-ANYWHERE TO TRUE
               PERFORM FIND-ROTATION-UNIT THRU FIND-ROTATION-UNIT-EXIT
           END-IF.
           IF WS-UNT-MATCH = 0
               GO TO ALLOCATE-CHAIN-UNIT-EXIT
           END-IF.
           SET UNT-TAB-ALLOCATED(WS-UNT-MATCH) TO TRUE.
           MOVE WS-UNT-MATCH TO WS-ROT-UNIT(WS-ROT-IDX).
           IF UNT-TAB-LAST-RUN(WS-UNT-MATCH) < WS-UNT-RUN-DATE
               MOVE 'Y' TO UNT-TAB-COUNTS(WS-UNT-MATCH)
               MOVE WS-UNT-RUN-DATE TO UNT-TAB-LAST-RUN(WS-UNT-MATCH)
           END-IF.
       ALLOCATE-CHAIN-UNIT-EXIT.
           EXIT.

       FIND-ROTATION-UNIT.
           MOVE 0 TO WS-UNT-MATCH.
           PERFORM CHECK-ROTATION-UNIT THRU CHECK-ROTATION-UNIT-EXIT
               VARYING WS-UNT-IDX FROM 1 BY 1
               UNTIL WS-UNT-IDX > UNIT-TABLE-COUNT
                   OR WS-UNT-MATCH > 0.
       FIND-ROTATION-UNIT-EXIT.
           EXIT.

       CHECK-ROTATION-UNIT.
           IF UNT-TAB-COMPO(WS-UNT-IDX) NOT = WS-UNT-COMPO
               OR NOT UNT-TAB-FREE(WS-UNT-IDX)
               GO TO CHECK-ROTATION-UNIT-EXIT
           END-IF.
           IF WS-WHATIF-MODE
               PERFORM CHECK-UNIT-WITHDRAWN THRU
                   CHECK-UNIT-WITHDRAWN-EXIT
               IF WS-IND-BLOCKED
                   GO TO CHECK-ROTATION-UNIT-EXIT
               END-IF
           END-IF.
           IF WS-UNT-ANY-AT-STATION
               IF UNT-TAB-LIEU(WS-UNT-IDX) = WS-UNT-STATION
                   MOVE WS-UNT-IDX TO WS-UNT-MATCH
               END-IF
               GO TO CHECK-ROTATION-UNIT-EXIT
           END-IF.
           IF UNT-TAB-IS-DUE(WS-UNT-IDX)
               GO TO CHECK-ROTATION-UNIT-EXIT
           END-IF.
           IF WS-UNT-FREE-ANYWHERE
               OR UNT-TAB-LIEU(WS-UNT-IDX) = WS-UNT-STATION
               MOVE WS-UNT-IDX TO WS-UNT-MATCH
           END-IF.
       CHECK-ROTATION-UNIT-EXIT.
           EXIT.

       RUN-UNIT-ON-LEG.
           IF WS-ROT-UNIT(WS-ROT-IDX) = 0
               GO TO RUN-UNIT-ON-LEG-EXIT
           END-IF.
           MOVE WS-ROT-UNIT(WS-ROT-IDX) TO WS-UNT-MATCH.
           MOVE WS-TRAIN-STATION-DST(WS-ROT-IDX) TO
               UNT-TAB-LIEU(WS-UNT-MATCH).
           IF UNT-TAB-COUNTS-KM(WS-UNT-MATCH)
               MOVE WS-TRAIN-STATION-DEP(WS-ROT-IDX) TO WS-DIS-DEP-X
               MOVE WS-TRAIN-STATION-DST(WS-ROT-IDX) TO WS-DIS-DST-X
               PERFORM FIND-DISTANCE THRU FIND-DISTANCE-EXIT
               IF WS-DIS-FOUND
                   ADD WS-DIS-KM TO UNT-TAB-KM(WS-UNT-MATCH)
                   ADD WS-DIS-KM TO UNT-TAB-CUM-KM(WS-UNT-MATCH)
                   ADD WS-DIS-KM TO UNT-TAB-DAY-KM(WS-UNT-MATCH)
               END-IF
           END-IF.
       RUN-UNIT-ON-LEG-EXIT.
           EXIT.

       WRITE-MAINTENANCE-REPORT.
           IF WS-APPEND-REPORTS
               OPEN EXTEND F48
           ELSE
               OPEN OUTPUT F48
           END-IF.
           IF WS-SEMAINE-MODE
               MOVE SPACES TO MAINTDUE-LINE
               STRING 'DATE ' DELIMITED BY SIZE
                      WS-PLAN-DATE DELIMITED BY SIZE
                   INTO MAINTDUE-LINE
               WRITE MAINTDUE-LINE
           END-IF.
           IF UNIT-TABLE-COUNT = 0
               MOVE 'NO UNIT MILEAGE MASTER ON FILE' TO MAINTDUE-LINE
               WRITE MAINTDUE-LINE
               CLOSE F48
               GO TO WRITE-MAINTENANCE-REPORT-EXIT
           END-IF.
           MOVE 0 TO COMPTEUR-UNT-REMPL.
           MOVE 0 TO COMPTEUR-UNT-SANS.
           PERFORM WRITE-DUE-UNIT THRU WRITE-DUE-UNIT-EXIT
               VARYING WS-UNT-IDX FROM 1 BY 1
               UNTIL WS-UNT-IDX > UNIT-TABLE-COUNT.
           PERFORM WRITE-REPLACEMENT-CHAIN THRU
               WRITE-REPLACEMENT-CHAIN-EXIT
               VARYING WS-ROT-IDX FROM 1 BY 1
               UNTIL WS-ROT-IDX > WS-TRAIN-COUNT.

           MOVE SPACES TO MAINTDUE-LINE.
           STRING 'UNITS DUE=' DELIMITED BY SIZE
                  COMPTEUR-UNT-DUE DELIMITED BY SIZE
                  '  LEGS NEEDING REPLACEMENT UNIT=' DELIMITED BY SIZE
                  COMPTEUR-UNT-REMPL DELIMITED BY SIZE
                  '  LEGS NOT COVERED=' DELIMITED BY SIZE
                  COMPTEUR-UNT-SANS DELIMITED BY SIZE
               INTO MAINTDUE-LINE.
           WRITE MAINTDUE-LINE.
           IF COMPTEUR-UNT-DUE > WS-TOT-UNT-DUE
               MOVE COMPTEUR-UNT-DUE TO WS-TOT-UNT-DUE
           END-IF.
           ADD COMPTEUR-UNT-REMPL TO WS-TOT-UNT-REMPL.
           CLOSE F48.
       WRITE-MAINTENANCE-REPORT-EXIT.
           EXIT.

       WRITE-DUE-UNIT.
           IF UNT-TAB-IS-DUE(WS-UNT-IDX)
               MOVE SPACES TO MAINTDUE-LINE
               STRING 'DUE UNIT ' DELIMITED BY SIZE
                      UNT-TAB-ID(WS-UNT-IDX) DELIMITED BY SIZE
                      ' SET ' DELIMITED BY SIZE
                      UNT-TAB-COMPO(WS-UNT-IDX) DELIMITED BY SIZE
                      ' AT ' DELIMITED BY SIZE
                      UNT-TAB-LIEU(WS-UNT-IDX) DELIMITED BY '  '
                      ' KM SINCE INSPECTION=' DELIMITED BY SIZE
                      UNT-TAB-KM(WS-UNT-IDX) DELIMITED BY SIZE
                      ' DAYS=' DELIMITED BY SIZE
                      UNT-TAB-DAYS(WS-UNT-IDX) DELIMITED BY SIZE
                      ' LIMIT ' DELIMITED BY SIZE
                      UNT-TAB-REASON(WS-UNT-IDX) DELIMITED BY ' '
                   INTO MAINTDUE-LINE
               WRITE MAINTDUE-LINE
           END-IF.
       WRITE-DUE-UNIT-EXIT.
           EXIT.

       WRITE-REPLACEMENT-CHAIN.
           IF NOT WS-TRAIN-HAS-CONSIST(WS-ROT-IDX)
               OR WS-ROT-USED(WS-ROT-IDX) = 'U'
               OR WS-ROT-DUE-UNIT(WS-ROT-IDX) = 0
               GO TO WRITE-REPLACEMENT-CHAIN-EXIT
           END-IF.
           MOVE SPACES TO MAINTDUE-LINE.
           STRING 'UNIT ' DELIMITED BY SIZE
                  UNT-TAB-ID(WS-ROT-DUE-UNIT(WS-ROT-IDX))
                      DELIMITED BY SIZE
                  ' HELD - LEGS NEEDING A REPLACEMENT UNIT'
                      DELIMITED BY SIZE
               INTO MAINTDUE-LINE.
           WRITE MAINTDUE-LINE.
           MOVE WS-ROT-IDX TO WS-ROT-CHAIN.
           MOVE 0 TO WS-UNT-CHAIN-LEGS.
           PERFORM WRITE-REPLACEMENT-LEG THRU
               WRITE-REPLACEMENT-LEG-EXIT
               UNTIL WS-ROT-CHAIN = 0.
           ADD WS-UNT-CHAIN-LEGS TO COMPTEUR-UNT-REMPL.
           MOVE SPACES TO MAINTDUE-LINE.
           IF WS-ROT-UNIT(WS-ROT-IDX) > 0
               STRING '  REPLACEMENT UNIT ' DELIMITED BY SIZE
                      UNT-TAB-ID(WS-ROT-UNIT(WS-ROT-IDX))
                          DELIMITED BY SIZE
                   INTO MAINTDUE-LINE
           ELSE
               ADD WS-UNT-CHAIN-LEGS TO COMPTEUR-UNT-SANS
               MOVE '  NO REPLACEMENT UNIT AVAILABLE' TO MAINTDUE-LINE
           END-IF.
           WRITE MAINTDUE-LINE.
       WRITE-REPLACEMENT-CHAIN-EXIT.
           EXIT.

       WRITE-REPLACEMENT-LEG.
           ADD 1 TO WS-UNT-CHAIN-LEGS.
           COMPUTE WS-CLOCK-MIN = (WS-TRAIN-HH(WS-ROT-CHAIN) * 60)
               + WS-TRAIN-MM(WS-ROT-CHAIN).
           PERFORM EDIT-CLOCK-TIME THRU EDIT-CLOCK-TIME-EXIT.
           MOVE SPACES TO MAINTDUE-LINE.
           STRING '  LEG ' DELIMITED BY SIZE
                  WS-TRAIN-TYPE(WS-ROT-CHAIN) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WS-ROT-CHAIN) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DEP(WS-ROT-CHAIN) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-CLOCK-EDIT DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DST(WS-ROT-CHAIN) DELIMITED BY '  '
               INTO MAINTDUE-LINE.
           WRITE MAINTDUE-LINE.
           MOVE WS-ROT-NEXT(WS-ROT-CHAIN) TO WS-ROT-CHAIN.
       WRITE-REPLACEMENT-LEG-EXIT.
           EXIT.

       SCAN-ROTATION-DEP.
           IF WS-ROT-DEP-IDX NOT = WS-ROT-IDX
               AND WS-ROT-USED(WS-ROT-DEP-IDX) NOT = 'U'
       WRITE-TURNAROUND-EXCEPTION.
           ADD 1 TO COMPTEUR-ROT-EXC.
           ADD 1 TO WS-TOT-ROT-EXC.
           IF WS-WHATIF-MODE
               GO TO WRITE-TURNAROUND-EXCEPTION-EXIT
           END-IF.
           MOVE SPACES TO ROULEMNT-LINE.
           STRING 'EXCEPTION SET ' DELIMITED BY SIZE
                  WS-TRAIN-COMPO(WS-ROT-IDX) DELIMITED BY SIZE
       WRITE-ONE-ROTATION.
           IF WS-TRAIN-HAS-CONSIST(WS-ROT-IDX)
               AND WS-ROT-USED(WS-ROT-IDX) NOT = 'U'
               MOVE SPACES TO WS-ROT-UNIT-TEXT
               IF WS-ROT-UNIT(WS-ROT-IDX) > 0
                   STRING ' UNIT ' DELIMITED BY SIZE
                          UNT-TAB-ID(WS-ROT-UNIT(WS-ROT-IDX))
                              DELIMITED BY SIZE
                       INTO WS-ROT-UNIT-TEXT
               END-IF
               MOVE SPACES TO ROULEMNT-LINE
               STRING 'SET ' DELIMITED BY SIZE
                      WS-TRAIN-COMPO(WS-ROT-IDX) DELIMITED BY SIZE
                      ' DIAGRAM FROM ' DELIMITED BY SIZE
                      WS-TRAIN-STATION-DEP(WS-ROT-IDX) DELIMITED BY
                          '  '
                      WS-ROT-UNIT-TEXT DELIMITED BY SIZE
                   INTO ROULEMNT-LINE
               WRITE ROULEMNT-LINE
               MOVE WS-ROT-IDX TO WS-ROT-CHAIN
           END-IF.
       REPORT-NO-CONSIST-ONE-EXIT.
           EXIT.

       PROCESS-PUNCTUALITY.
           OPEN OUTPUT F42.
           MOVE SPACES TO PONCT-LINE.
           STRING 'PUNCTUALITY REPORT  TOLERANCE ' DELIMITED BY SIZE
                  WS-PONCT-TOL-MIN DELIMITED BY SIZE
                  ' MIN ON ARRIVAL' DELIMITED BY SIZE
               INTO PONCT-LINE.
           WRITE PONCT-LINE.
           OPEN INPUT F29.
           IF WS-HIST-STATUS = '35'
               MOVE 'NO ARCHIVED RUNS ON FILE' TO PONCT-LINE
               WRITE PONCT-LINE
               CLOSE F42
               MOVE 8 TO RETURN-CODE
               GO TO PROCESS-PUNCTUALITY-EXIT
           END-IF.
           MOVE 'ACTUALS WITHOUT PLANNED RECORD' TO PONCT-LINE.
           WRITE PONCT-LINE.
           MOVE 99999999 TO WS-PCT-DATE-MIN.
           MOVE 0 TO WS-PCT-DATE-MAX.
           MOVE WS-PLAN-DATE TO WS-PCT-SAVE-DATE.
           OPEN INPUT F41.
           IF WS-REALISES-STATUS NOT = '35'
               PERFORM MATCH-ONE-ACTUAL THRU MATCH-ONE-ACTUAL-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F41
           END-IF.
           MOVE WS-PCT-SAVE-DATE TO WS-PLAN-DATE.

           IF WS-PCT-DATE-MAX > 0
               MOVE 'N' TO WS-HIST-EOF-FLAG
               MOVE WS-PCT-DATE-MIN TO HIST-DATE
               MOVE 0 TO HIST-NUMBER
               START F29 KEY NOT < HIST-KEY
                   INVALID KEY SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM COUNT-PLANNED-HISTORY THRU
                   COUNT-PLANNED-HISTORY-EXIT
                   UNTIL WS-HIST-EOF
           END-IF.
           CLOSE F29.

           MOVE 'BY TRAIN TYPE' TO PONCT-LINE.
           WRITE PONCT-LINE.
           MOVE 'T' TO WS-PCT-KIND.
           PERFORM WRITE-PUNCTUALITY-KIND THRU
               WRITE-PUNCTUALITY-KIND-EXIT.
           MOVE 'BY ORIGIN STATION' TO PONCT-LINE.
           WRITE PONCT-LINE.
           MOVE 'O' TO WS-PCT-KIND.
           PERFORM WRITE-PUNCTUALITY-KIND THRU
               WRITE-PUNCTUALITY-KIND-EXIT.
           MOVE 'BY DEPARTURE HOUR' TO PONCT-LINE.
           WRITE PONCT-LINE.
           MOVE 'H' TO WS-PCT-KIND.
           PERFORM WRITE-PUNCTUALITY-KIND THRU
               WRITE-PUNCTUALITY-KIND-EXIT.
           MOVE 'BY MONTH' TO PONCT-LINE.
           WRITE PONCT-LINE.
           MOVE 'M' TO WS-PCT-KIND.
           PERFORM WRITE-PUNCTUALITY-KIND THRU
               WRITE-PUNCTUALITY-KIND-EXIT.

           MOVE 'ACTUALS COMPLETENESS BY DATE' TO PONCT-LINE.
           WRITE PONCT-LINE.
           PERFORM RESET-DATE-PRINTED THRU RESET-DATE-PRINTED-EXIT
               VARYING WS-PCD-IDX FROM 1 BY 1
               UNTIL WS-PCD-IDX > PONCT-DATE-COUNT.
           MOVE 'N' TO WS-PCT-DONE-FLAG.
           PERFORM WRITE-NEXT-PUNCTUALITY-DATE THRU
               WRITE-NEXT-PUNCTUALITY-DATE-EXIT
               UNTIL WS-PCT-DONE.

           COMPUTE WS-PCT-BASE = COMPTEUR-ACT-RUN + COMPTEUR-ACT-ANNUL.
           IF WS-PCT-BASE > 0
               COMPUTE WS-PCT-PCT =
                   (COMPTEUR-ACT-ONTIME * 100) / WS-PCT-BASE
           ELSE
               MOVE 0 TO WS-PCT-PCT
           END-IF.
           IF COMPTEUR-ACT-RUN > 0
               COMPUTE WS-PCT-AVG = WS-PCT-RETARD-TOT / COMPTEUR-ACT-RUN
           ELSE
               MOVE 0 TO WS-PCT-AVG
           END-IF.
           MOVE SPACES TO PONCT-LINE.
           STRING 'TOTAL RUN=' DELIMITED BY SIZE
                  COMPTEUR-ACT-RUN DELIMITED BY SIZE
                  ' ON-TIME=' DELIMITED BY SIZE
                  COMPTEUR-ACT-ONTIME DELIMITED BY SIZE
                  ' PCT=' DELIMITED BY SIZE
                  WS-PCT-PCT DELIMITED BY SIZE
                  ' AVG-DELAY=' DELIMITED BY SIZE
                  WS-PCT-AVG DELIMITED BY SIZE
                  ' CANCELLED=' DELIMITED BY SIZE
                  COMPTEUR-ACT-ANNUL DELIMITED BY SIZE
               INTO PONCT-LINE.
           WRITE PONCT-LINE.
           MOVE SPACES TO PONCT-LINE.
           STRING 'ACTUALS READ=' DELIMITED BY SIZE
                  COMPTEUR-ACT-LUS DELIMITED BY SIZE
                  ' REJECTED=' DELIMITED BY SIZE
                  COMPTEUR-ACT-REJ DELIMITED BY SIZE
                  ' NO-PLAN=' DELIMITED BY SIZE
                  COMPTEUR-ACT-SANS-PLAN DELIMITED BY SIZE
                  ' MISSING=' DELIMITED BY SIZE
                  COMPTEUR-ACT-MISSING DELIMITED BY SIZE
                  ' LATE-KEYED=' DELIMITED BY SIZE
                  COMPTEUR-ACT-LATE DELIMITED BY SIZE
                  ' INCOMPLETE DATES=' DELIMITED BY SIZE
                  COMPTEUR-PCT-INCOMPLET DELIMITED BY SIZE
               INTO PONCT-LINE.
           WRITE PONCT-LINE.
           CLOSE F42.

           IF COMPTEUR-PCT-INCOMPLET > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY 'PUNCTUALITY: ACTUALS=' COMPTEUR-ACT-LUS
               ' RUN=' COMPTEUR-ACT-RUN
               ' ON-TIME PCT=' WS-PCT-PCT
               ' INCOMPLETE DATES=' COMPTEUR-PCT-INCOMPLET.
       PROCESS-PUNCTUALITY-EXIT.
           EXIT.

       MATCH-ONE-ACTUAL.
           READ F41 INTO ACTUAL-RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO MATCH-ONE-ACTUAL-EXIT
           END-READ.
           ADD 1 TO COMPTEUR-ACT-LUS.
           IF ACT-DATE NOT NUMERIC OR ACT-NUMBER NOT NUMERIC
               OR ACT-NUMBER = 0
               ADD 1 TO COMPTEUR-ACT-REJ
               GO TO MATCH-ONE-ACTUAL-EXIT
           END-IF.
           IF NOT ACT-CANCELLED
               AND (ACT-DEP-HHMM NOT NUMERIC
                   OR ACT-ARR-HHMM NOT NUMERIC)
               ADD 1 TO COMPTEUR-ACT-REJ
               GO TO MATCH-ONE-ACTUAL-EXIT
           END-IF.
           IF ACT-DATE < WS-PCT-DATE-MIN
               MOVE ACT-DATE TO WS-PCT-DATE-MIN
           END-IF.
           IF ACT-DATE > WS-PCT-DATE-MAX
               MOVE ACT-DATE TO WS-PCT-DATE-MAX
           END-IF.
           MOVE ACT-DATE TO WS-PCT-MONTH-DATE.
           PERFORM FIND-PUNCTUALITY-DATE THRU
               FIND-PUNCTUALITY-DATE-EXIT.
           IF WS-PCD-MATCH = 0
               GO TO MATCH-ONE-ACTUAL-EXIT
           END-IF.
           ADD 1 TO PCD-TAB-ACTUALS(WS-PCD-MATCH).

           IF ACT-CAPTURE-DATE NUMERIC AND ACT-CAPTURE-DATE > 0
               MOVE ACT-DATE TO WS-PLAN-DATE
               PERFORM ADVANCE-PLAN-DATE THRU ADVANCE-PLAN-DATE-EXIT
               IF ACT-CAPTURE-DATE > WS-PLAN-DATE
                   ADD 1 TO PCD-TAB-LATE(WS-PCD-MATCH)
                   ADD 1 TO COMPTEUR-ACT-LATE
               END-IF
           END-IF.

           MOVE ACT-KEY TO HIST-KEY.
           READ F29 RECORD KEY IS HIST-KEY
               INVALID KEY
                   ADD 1 TO COMPTEUR-ACT-SANS-PLAN
                   MOVE SPACES TO PONCT-LINE
                   STRING '  DATE ' DELIMITED BY SIZE
                          ACT-DATE DELIMITED BY SIZE
                          ' TRAIN ' DELIMITED BY SIZE
                          ACT-NUMBER DELIMITED BY SIZE
                          ' NOT IN PLAN ARCHIVE' DELIMITED BY SIZE
                       INTO PONCT-LINE
                   WRITE PONCT-LINE
                   GO TO MATCH-ONE-ACTUAL-EXIT
           END-READ.
           ADD 1 TO PCD-TAB-MATCHED(WS-PCD-MATCH).

           MOVE 0 TO WS-PCT-DELAY-POS.
           IF ACT-CANCELLED
               SET WS-PCT-CANCELLED TO TRUE
               ADD 1 TO COMPTEUR-ACT-ANNUL
           ELSE
               DIVIDE ACT-ARR-HHMM BY 100 GIVING WS-SHIFT-HH
                   REMAINDER WS-SHIFT-MM
               COMPUTE WS-PCT-DELAY =
                   ((WS-SHIFT-HH * 60) + WS-SHIFT-MM)
                   - ((HIST-ARR-HH * 60) + HIST-ARR-MM)
               IF WS-PCT-DELAY < -720
                   ADD 1440 TO WS-PCT-DELAY
               END-IF
               IF WS-PCT-DELAY > 720
                   SUBTRACT 1440 FROM WS-PCT-DELAY
               END-IF
               IF WS-PCT-DELAY > 0
                   MOVE WS-PCT-DELAY TO WS-PCT-DELAY-POS
               END-IF
               ADD 1 TO COMPTEUR-ACT-RUN
               ADD WS-PCT-DELAY-POS TO WS-PCT-RETARD-TOT
               IF WS-PCT-DELAY-POS > WS-PONCT-TOL-MIN
                   SET WS-PCT-LATE TO TRUE
               ELSE
                   SET WS-PCT-ON-TIME TO TRUE
                   ADD 1 TO COMPTEUR-ACT-ONTIME
               END-IF
           END-IF.

           MOVE 'T' TO WS-PCT-KIND.
           MOVE HIST-TYPE TO WS-PCT-KEY-X.
           PERFORM ADD-PUNCTUALITY-BUCKET THRU
               ADD-PUNCTUALITY-BUCKET-EXIT.
           MOVE 'O' TO WS-PCT-KIND.
           MOVE HIST-DEP TO WS-PCT-KEY-X.
           PERFORM ADD-PUNCTUALITY-BUCKET THRU
               ADD-PUNCTUALITY-BUCKET-EXIT.
           MOVE 'H' TO WS-PCT-KIND.
           MOVE HIST-DEP-HH TO WS-PCT-HOUR-HH.
           MOVE WS-PCT-HOUR-X TO WS-PCT-KEY-X.
           PERFORM ADD-PUNCTUALITY-BUCKET THRU
               ADD-PUNCTUALITY-BUCKET-EXIT.
           MOVE 'M' TO WS-PCT-KIND.
           MOVE WS-PCT-YYYYMM TO WS-PCT-KEY-X.
           PERFORM ADD-PUNCTUALITY-BUCKET THRU
               ADD-PUNCTUALITY-BUCKET-EXIT.
       MATCH-ONE-ACTUAL-EXIT.
           EXIT.

       FIND-PUNCTUALITY-DATE.
           MOVE 0 TO WS-PCD-MATCH.
           PERFORM SEARCH-PUNCTUALITY-DATE THRU
               SEARCH-PUNCTUALITY-DATE-EXIT
               VARYING WS-PCD-IDX FROM 1 BY 1
               UNTIL WS-PCD-IDX > PONCT-DATE-COUNT
                   OR WS-PCD-MATCH > 0.
           IF WS-PCD-MATCH > 0
               GO TO FIND-PUNCTUALITY-DATE-EXIT
           END-IF.
           IF PONCT-DATE-COUNT < 366
               ADD 1 TO PONCT-DATE-COUNT
               MOVE PONCT-DATE-COUNT TO WS-PCD-MATCH
               MOVE WS-PCT-MONTH-DATE TO PCD-TAB-DATE(WS-PCD-MATCH)
               MOVE 0 TO PCD-TAB-PLANNED(WS-PCD-MATCH)
               MOVE 0 TO PCD-TAB-ACTUALS(WS-PCD-MATCH)
               MOVE 0 TO PCD-TAB-MATCHED(WS-PCD-MATCH)
               MOVE 0 TO PCD-TAB-LATE(WS-PCD-MATCH)
           ELSE
               IF NOT WS-PCD-OVERFLOW
                   DISPLAY 'REALISES.DAT SPANS MORE DATES THAN DATE '
                       'TABLE CAPACITY - EXTRA DATES IGNORED'
                   SET WS-PCD-OVERFLOW TO TRUE
               END-IF
           END-IF.
       FIND-PUNCTUALITY-DATE-EXIT.
           EXIT.

       SEARCH-PUNCTUALITY-DATE.
           IF PCD-TAB-DATE(WS-PCD-IDX) = WS-PCT-MONTH-DATE
               MOVE WS-PCD-IDX TO WS-PCD-MATCH
           END-IF.
       SEARCH-PUNCTUALITY-DATE-EXIT.
           EXIT.

       ADD-PUNCTUALITY-BUCKET.
           MOVE 0 TO WS-PCT-MATCH.
           PERFORM SEARCH-PUNCTUALITY-BUCKET THRU
               SEARCH-PUNCTUALITY-BUCKET-EXIT
               VARYING WS-PCT-IDX FROM 1 BY 1
               UNTIL WS-PCT-IDX > PONCT-TABLE-COUNT
                   OR WS-PCT-MATCH > 0.
           IF WS-PCT-MATCH = 0
               IF PONCT-TABLE-COUNT < 999
                   ADD 1 TO PONCT-TABLE-COUNT
                   MOVE PONCT-TABLE-COUNT TO WS-PCT-MATCH
                   MOVE WS-PCT-KIND TO PCT-TAB-KIND(WS-PCT-MATCH)
                   MOVE WS-PCT-KEY-X TO PCT-TAB-KEY(WS-PCT-MATCH)
                   MOVE 0 TO PCT-TAB-RUN(WS-PCT-MATCH)
                   MOVE 0 TO PCT-TAB-ONTIME(WS-PCT-MATCH)
                   MOVE 0 TO PCT-TAB-ANNUL(WS-PCT-MATCH)
                   MOVE 0 TO PCT-TAB-RETARD(WS-PCT-MATCH)
               ELSE
                   IF NOT WS-PCT-OVERFLOW
                       DISPLAY 'PUNCTUALITY BUCKETS EXCEED TABLE '
                           'CAPACITY - EXTRA BUCKETS IGNORED'
                       SET WS-PCT-OVERFLOW TO TRUE
                   END-IF
                   GO TO ADD-PUNCTUALITY-BUCKET-EXIT
               END-IF
           END-IF.
           IF WS-PCT-CANCELLED
               ADD 1 TO PCT-TAB-ANNUL(WS-PCT-MATCH)
           ELSE
               ADD 1 TO PCT-TAB-RUN(WS-PCT-MATCH)
               ADD WS-PCT-DELAY-POS TO PCT-TAB-RETARD(WS-PCT-MATCH)
               IF WS-PCT-ON-TIME
                   ADD 1 TO PCT-TAB-ONTIME(WS-PCT-MATCH)
               END-IF
           END-IF.
       ADD-PUNCTUALITY-BUCKET-EXIT.
           EXIT.

       SEARCH-PUNCTUALITY-BUCKET.
           IF PCT-TAB-KIND(WS-PCT-IDX) = WS-PCT-KIND
               AND PCT-TAB-KEY(WS-PCT-IDX) = WS-PCT-KEY-X
               MOVE WS-PCT-IDX TO WS-PCT-MATCH
           END-IF.
       SEARCH-PUNCTUALITY-BUCKET-EXIT.
           EXIT.

       WRITE-LOAD-PROFILE-REPORT.
           OPEN OUTPUT F44.
           MOVE SPACES TO COMPTRPT-LINE.
           STRING 'LOAD PROFILE REPORT  OVERCROWDED ABOVE '
                      DELIMITED BY SIZE
                  WS-LF-MAX-PCT DELIMITED BY SIZE
                  '%  UNDER-USED BELOW ' DELIMITED BY SIZE
                  WS-LF-MIN-PCT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO COMPTRPT-LINE.
           WRITE COMPTRPT-LINE.
           MOVE 0 TO COUNT-TABLE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT F43.
           IF WS-COMPTAGE-STATUS NOT = '35'
               PERFORM LOAD-ONE-COUNT THRU LOAD-ONE-COUNT-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F43
           END-IF.
           IF COUNT-TABLE-COUNT = 0
               MOVE 'NO PASSENGER COUNTS SUPPLIED' TO COMPTRPT-LINE
               WRITE COMPTRPT-LINE
               CLOSE F44
               GO TO WRITE-LOAD-PROFILE-REPORT-EXIT
           END-IF.
           OPEN INPUT F29.
           IF WS-HIST-STATUS = '35'
               MOVE 'NO ARCHIVED RUNS ON FILE' TO COMPTRPT-LINE
               WRITE COMPTRPT-LINE
               CLOSE F44
               GO TO WRITE-LOAD-PROFILE-REPORT-EXIT
           END-IF.

           MOVE 'N' TO WS-CNT-DONE-FLAG.
           PERFORM PROFILE-NEXT-TRAIN THRU PROFILE-NEXT-TRAIN-EXIT
               UNTIL WS-CNT-DONE.
           CLOSE F29.

           MOVE SPACES TO COMPTRPT-LINE.
           STRING 'TRAINS COUNTED=' DELIMITED BY SIZE
                  COMPTEUR-CNT-TRAINS DELIMITED BY SIZE
                  ' OVERCROWDED=' DELIMITED BY SIZE
                  COMPTEUR-CNT-SURCHARGE DELIMITED BY SIZE
                  ' UNDER-USED=' DELIMITED BY SIZE
                  COMPTEUR-CNT-SOUSUTIL DELIMITED BY SIZE
                  ' NOT-IN-ARCHIVE=' DELIMITED BY SIZE
                  COMPTEUR-CNT-SANS-PLAN DELIMITED BY SIZE
                  ' NO-SEATS=' DELIMITED BY SIZE
                  COMPTEUR-CNT-SANS-SIEGE DELIMITED BY SIZE
               INTO COMPTRPT-LINE.
           WRITE COMPTRPT-LINE.
           CLOSE F44.
       WRITE-LOAD-PROFILE-REPORT-EXIT.
           EXIT.

       LOAD-ONE-COUNT.
           READ F43 INTO COUNT-RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF CPT-DATE NUMERIC AND CPT-NUMBER NUMERIC
                       AND CPT-NUMBER > 0 AND CPT-SEQ NUMERIC
                       AND CPT-MONTES NUMERIC
                       AND CPT-DESCENDUS NUMERIC
                       IF COUNT-TABLE-COUNT < 9999
                           ADD 1 TO COUNT-TABLE-COUNT
                           MOVE CPT-DATE TO
                               CNT-TAB-DATE(COUNT-TABLE-COUNT)
                           MOVE CPT-NUMBER TO
                               CNT-TAB-NUMBER(COUNT-TABLE-COUNT)
                           MOVE CPT-SEQ TO
                               CNT-TAB-SEQ(COUNT-TABLE-COUNT)
                           MOVE CPT-STATION TO
                               CNT-TAB-STATION(COUNT-TABLE-COUNT)
                           MOVE CPT-MONTES TO
                               CNT-TAB-MONTES(COUNT-TABLE-COUNT)
                           MOVE CPT-DESCENDUS TO
                               CNT-TAB-DESCENDUS(COUNT-TABLE-COUNT)
                           MOVE 'N' TO CNT-TAB-DONE(COUNT-TABLE-COUNT)
                       ELSE
                           IF NOT WS-CNT-OVERFLOW
                               DISPLAY 'COMPTAGE.DAT EXCEEDS COUNT '
                                   'TABLE CAPACITY - EXTRA COUNTS '
                                   'IGNORED'
                               SET WS-CNT-OVERFLOW TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-COUNT-EXIT.
           EXIT.

       PROFILE-NEXT-TRAIN.
           MOVE 0 TO WS-CNT-FIRST.
           PERFORM FIND-FIRST-OPEN-COUNT THRU
               FIND-FIRST-OPEN-COUNT-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > COUNT-TABLE-COUNT
                   OR WS-CNT-FIRST > 0.
           IF WS-CNT-FIRST = 0
               SET WS-CNT-DONE TO TRUE
               GO TO PROFILE-NEXT-TRAIN-EXIT
           END-IF.
           MOVE CNT-TAB-DATE(WS-CNT-FIRST) TO WS-CNT-DATE.
           MOVE CNT-TAB-NUMBER(WS-CNT-FIRST) TO WS-CNT-NUMBER.
           ADD 1 TO COMPTEUR-CNT-TRAINS.

           MOVE 0 TO WS-PRF-COUNT.
           MOVE 0 TO WS-PRF-LOAD-X.
           MOVE 1 TO WS-CNT-BEST.
           PERFORM ADD-NEXT-PROFILE-CALL THRU
               ADD-NEXT-PROFILE-CALL-EXIT
               UNTIL WS-CNT-BEST = 0.

           MOVE WS-CNT-DATE TO HIST-DATE.
           MOVE WS-CNT-NUMBER TO HIST-NUMBER.
           READ F29 RECORD KEY IS HIST-KEY
               INVALID KEY
                   ADD 1 TO COMPTEUR-CNT-SANS-PLAN
                   MOVE SPACES TO COMPTRPT-LINE
                   STRING 'NOT IN PLAN ARCHIVE ' DELIMITED BY SIZE
                          WS-CNT-DATE DELIMITED BY SIZE
                          ' TRAIN ' DELIMITED BY SIZE
                          WS-CNT-NUMBER DELIMITED BY SIZE
                       INTO COMPTRPT-LINE
                   WRITE COMPTRPT-LINE
                   GO TO PROFILE-NEXT-TRAIN-EXIT
           END-READ.

           MOVE 0 TO WS-PRF-PEAK.
           MOVE 1 TO WS-PRF-PEAK-IDX.
           PERFORM FIND-PROFILE-PEAK THRU FIND-PROFILE-PEAK-EXIT
               VARYING WS-PRF-IDX FROM 1 BY 1
               UNTIL WS-PRF-IDX NOT < WS-PRF-COUNT.
           MOVE HIST-SEATS TO WS-PRF-SEATS.
           IF WS-PRF-SEATS = 0
               ADD 1 TO COMPTEUR-CNT-SANS-SIEGE
               MOVE 'NO SEATS' TO WS-PRF-STATUS-TEXT
               MOVE 0 TO WS-PRF-LF
               PERFORM WRITE-PROFILE-HEADER THRU
                   WRITE-PROFILE-HEADER-EXIT
               GO TO PROFILE-NEXT-TRAIN-EXIT
           END-IF.
           COMPUTE WS-PRF-LF = (WS-PRF-PEAK * 100) / WS-PRF-SEATS.
           IF WS-PRF-LF > WS-LF-MAX-PCT
               ADD 1 TO COMPTEUR-CNT-SURCHARGE
               MOVE 'OVERCROWDED' TO WS-PRF-STATUS-TEXT
               PERFORM WRITE-PROFILE-HEADER THRU
                   WRITE-PROFILE-HEADER-EXIT
               PERFORM WRITE-CROWDED-SECTION THRU
                   WRITE-CROWDED-SECTION-EXIT
                   VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX NOT < WS-PRF-COUNT
               PERFORM SUGGEST-CONSIST THRU SUGGEST-CONSIST-EXIT
           ELSE
               IF WS-PRF-LF < WS-LF-MIN-PCT
                   ADD 1 TO COMPTEUR-CNT-SOUSUTIL
                   MOVE 'UNDER-USED' TO WS-PRF-STATUS-TEXT
                   PERFORM WRITE-PROFILE-HEADER THRU
                       WRITE-PROFILE-HEADER-EXIT
               END-IF
           END-IF.
       PROFILE-NEXT-TRAIN-EXIT.
           EXIT.

       FIND-FIRST-OPEN-COUNT.
           IF CNT-TAB-DONE(WS-CNT-IDX) = 'N'
               MOVE WS-CNT-IDX TO WS-CNT-FIRST
           END-IF.
       FIND-FIRST-OPEN-COUNT-EXIT.
           EXIT.

       ADD-NEXT-PROFILE-CALL.
           MOVE 0 TO WS-CNT-BEST.
           PERFORM PICK-PROFILE-CALL THRU PICK-PROFILE-CALL-EXIT
               VARYING WS-CNT-IDX FROM WS-CNT-FIRST BY 1
               UNTIL WS-CNT-IDX > COUNT-TABLE-COUNT.
           IF WS-CNT-BEST = 0
               GO TO ADD-NEXT-PROFILE-CALL-EXIT
           END-IF.
           MOVE 'Y' TO CNT-TAB-DONE(WS-CNT-BEST).
           COMPUTE WS-PRF-LOAD-X = WS-PRF-LOAD-X
               + CNT-TAB-MONTES(WS-CNT-BEST)
               - CNT-TAB-DESCENDUS(WS-CNT-BEST).
           IF WS-PRF-LOAD-X < 0
               MOVE 0 TO WS-PRF-LOAD-X
           END-IF.
           IF WS-PRF-COUNT < 20
               ADD 1 TO WS-PRF-COUNT
               MOVE CNT-TAB-STATION(WS-CNT-BEST) TO
                   WS-PRF-STN(WS-PRF-COUNT)
               MOVE WS-PRF-LOAD-X TO WS-PRF-LOAD(WS-PRF-COUNT)
           END-IF.
       ADD-NEXT-PROFILE-CALL-EXIT.
           EXIT.

       PICK-PROFILE-CALL.
           IF CNT-TAB-DONE(WS-CNT-IDX) = 'N'
               AND CNT-TAB-DATE(WS-CNT-IDX) = WS-CNT-DATE
               AND CNT-TAB-NUMBER(WS-CNT-IDX) = WS-CNT-NUMBER
               IF WS-CNT-BEST = 0
                   MOVE WS-CNT-IDX TO WS-CNT-BEST
               ELSE
                   IF CNT-TAB-SEQ(WS-CNT-IDX) <
                       CNT-TAB-SEQ(WS-CNT-BEST)
                       MOVE WS-CNT-IDX TO WS-CNT-BEST
                   END-IF
               END-IF
           END-IF.
       PICK-PROFILE-CALL-EXIT.
           EXIT.

       FIND-PROFILE-PEAK.
           IF WS-PRF-LOAD(WS-PRF-IDX) > WS-PRF-PEAK
               MOVE WS-PRF-LOAD(WS-PRF-IDX) TO WS-PRF-PEAK
               MOVE WS-PRF-IDX TO WS-PRF-PEAK-IDX
           END-IF.
       FIND-PROFILE-PEAK-EXIT.
           EXIT.

       WRITE-PROFILE-HEADER.
           MOVE SPACES TO COMPTRPT-LINE.
           STRING WS-PRF-STATUS-TEXT DELIMITED BY SIZE
                  HIST-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CNT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CNT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HIST-DEP DELIMITED BY '  '
                  ' -> ' DELIMITED BY SIZE
                  HIST-DST DELIMITED BY '  '
                  ' SEATS=' DELIMITED BY SIZE
                  WS-PRF-SEATS DELIMITED BY SIZE
                  ' PEAK=' DELIMITED BY SIZE
                  WS-PRF-PEAK DELIMITED BY SIZE
                  ' LF=' DELIMITED BY SIZE
                  WS-PRF-LF DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO COMPTRPT-LINE.
           WRITE COMPTRPT-LINE.
       WRITE-PROFILE-HEADER-EXIT.
           EXIT.

       WRITE-CROWDED-SECTION.
           COMPUTE WS-PRF-LF =
               (WS-PRF-LOAD(WS-PRF-IDX) * 100) / WS-PRF-SEATS.
           IF WS-PRF-LF > WS-LF-MAX-PCT
               MOVE SPACES TO COMPTRPT-LINE
               STRING '  SECTION ' DELIMITED BY SIZE
                      WS-PRF-STN(WS-PRF-IDX) DELIMITED BY '  '
                      ' -> ' DELIMITED BY SIZE
                      WS-PRF-STN(WS-PRF-IDX + 1) DELIMITED BY '  '
                      ' LOAD=' DELIMITED BY SIZE
                      WS-PRF-LOAD(WS-PRF-IDX) DELIMITED BY SIZE
                      ' LF=' DELIMITED BY SIZE
                      WS-PRF-LF DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO COMPTRPT-LINE
               WRITE COMPTRPT-LINE
           END-IF.
       WRITE-CROWDED-SECTION-EXIT.
           EXIT.

       SUGGEST-CONSIST.
           MOVE 0 TO WS-SUG-BEST.
           MOVE 0 TO WS-SUG-BEST-SEATS.
           PERFORM CHECK-CONSIST-CANDIDATE THRU
               CHECK-CONSIST-CANDIDATE-EXIT
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > CONSIST-TABLE-COUNT.
           MOVE SPACES TO COMPTRPT-LINE.
           IF WS-SUG-BEST = 0
               STRING '  NO CONSIST ON FILE FOR ' DELIMITED BY SIZE
                      HIST-TYPE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HIST-DEP DELIMITED BY '  '
                      ' -> ' DELIMITED BY SIZE
                      HIST-DST DELIMITED BY '  '
                      ' COVERS PEAK ' DELIMITED BY SIZE
                      WS-PRF-PEAK DELIMITED BY SIZE
                   INTO COMPTRPT-LINE
           ELSE
               STRING '  SUGGESTED CONSIST ' DELIMITED BY SIZE
                      CST-TAB-CODE(WS-SUG-BEST) DELIMITED BY SIZE
                      ' CARS=' DELIMITED BY SIZE
                      CST-TAB-CARS(WS-SUG-BEST) DELIMITED BY SIZE
                      ' SEATS=' DELIMITED BY SIZE
                      WS-SUG-BEST-SEATS DELIMITED BY SIZE
                   INTO COMPTRPT-LINE
           END-IF.
           WRITE COMPTRPT-LINE.
       SUGGEST-CONSIST-EXIT.
           EXIT.

       CHECK-CONSIST-CANDIDATE.
           IF CST-TAB-TYPE(WS-CST-IDX) = HIST-TYPE
               AND CST-TAB-DEP(WS-CST-IDX) = HIST-DEP
               AND CST-TAB-DST(WS-CST-IDX) = HIST-DST
               COMPUTE WS-SUG-SEATS = CST-TAB-CARS(WS-CST-IDX)
                   * CST-TAB-SEATS-CAR(WS-CST-IDX)
               IF WS-SUG-SEATS NOT < WS-PRF-PEAK
                   AND (WS-SUG-BEST = 0
                       OR WS-SUG-SEATS < WS-SUG-BEST-SEATS)
                   MOVE WS-CST-IDX TO WS-SUG-BEST
                   MOVE WS-SUG-SEATS TO WS-SUG-BEST-SEATS
               END-IF
           END-IF.
       CHECK-CONSIST-CANDIDATE-EXIT.
           EXIT.

       COUNT-PLANNED-HISTORY.
           READ F29 NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-DATE > WS-PCT-DATE-MAX
                       SET WS-HIST-EOF TO TRUE
                   ELSE
                       IF HIST-NUMBER > 0
                           MOVE HIST-DATE TO WS-PCT-MONTH-DATE
                           PERFORM FIND-PUNCTUALITY-DATE THRU
                               FIND-PUNCTUALITY-DATE-EXIT
                           IF WS-PCD-MATCH > 0
                               ADD 1 TO PCD-TAB-PLANNED(WS-PCD-MATCH)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       COUNT-PLANNED-HISTORY-EXIT.
           EXIT.

       WRITE-PUNCTUALITY-KIND.
           PERFORM RESET-BUCKET-PRINTED THRU RESET-BUCKET-PRINTED-EXIT
               VARYING WS-PCT-IDX FROM 1 BY 1
               UNTIL WS-PCT-IDX > PONCT-TABLE-COUNT.
           MOVE 'N' TO WS-PCT-DONE-FLAG.
           PERFORM WRITE-NEXT-PUNCTUALITY-BUCKET THRU
               WRITE-NEXT-PUNCTUALITY-BUCKET-EXIT
               UNTIL WS-PCT-DONE.
       WRITE-PUNCTUALITY-KIND-EXIT.
           EXIT.

       RESET-BUCKET-PRINTED.
           MOVE 'N' TO PCT-TAB-PRINTED(WS-PCT-IDX).
       RESET-BUCKET-PRINTED-EXIT.
           EXIT.

       WRITE-NEXT-PUNCTUALITY-BUCKET.
           MOVE 0 TO WS-PCT-BEST.
           PERFORM PICK-PUNCTUALITY-BUCKET THRU
               PICK-PUNCTUALITY-BUCKET-EXIT
               VARYING WS-PCT-IDX FROM 1 BY 1
               UNTIL WS-PCT-IDX > PONCT-TABLE-COUNT.
           IF WS-PCT-BEST = 0
               SET WS-PCT-DONE TO TRUE
               GO TO WRITE-NEXT-PUNCTUALITY-BUCKET-EXIT
           END-IF.
           MOVE 'Y' TO PCT-TAB-PRINTED(WS-PCT-BEST).
           COMPUTE WS-PCT-BASE = PCT-TAB-RUN(WS-PCT-BEST)
               + PCT-TAB-ANNUL(WS-PCT-BEST).
           IF WS-PCT-BASE > 0
               COMPUTE WS-PCT-PCT =
                   (PCT-TAB-ONTIME(WS-PCT-BEST) * 100) / WS-PCT-BASE
           ELSE
               MOVE 0 TO WS-PCT-PCT
           END-IF.
           IF PCT-TAB-RUN(WS-PCT-BEST) > 0
               COMPUTE WS-PCT-AVG = PCT-TAB-RETARD(WS-PCT-BEST)
                   / PCT-TAB-RUN(WS-PCT-BEST)
           ELSE
               MOVE 0 TO WS-PCT-AVG
           END-IF.
           MOVE SPACES TO PONCT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  PCT-TAB-KEY(WS-PCT-BEST) DELIMITED BY SIZE
                  ' RUN=' DELIMITED BY SIZE
                  PCT-TAB-RUN(WS-PCT-BEST) DELIMITED BY SIZE
                  ' ON-TIME=' DELIMITED BY SIZE
                  PCT-TAB-ONTIME(WS-PCT-BEST) DELIMITED BY SIZE
                  ' PCT=' DELIMITED BY SIZE
                  WS-PCT-PCT DELIMITED BY SIZE
                  ' AVG-DELAY=' DELIMITED BY SIZE
                  WS-PCT-AVG DELIMITED BY SIZE
                  ' CANCELLED=' DELIMITED BY SIZE
                  PCT-TAB-ANNUL(WS-PCT-BEST) DELIMITED BY SIZE
               INTO PONCT-LINE.
           WRITE PONCT-LINE.
       WRITE-NEXT-PUNCTUALITY-BUCKET-EXIT.
           EXIT.

       PICK-PUNCTUALITY-BUCKET.
           IF PCT-TAB-KIND(WS-PCT-IDX) = WS-PCT-KIND
               AND PCT-TAB-PRINTED(WS-PCT-IDX) NOT = 'Y'
               IF WS-PCT-BEST = 0
                   MOVE WS-PCT-IDX TO WS-PCT-BEST
               ELSE
                   IF PCT-TAB-KEY(WS-PCT-IDX) <
                       PCT-TAB-KEY(WS-PCT-BEST)
                       MOVE WS-PCT-IDX TO WS-PCT-BEST
                   END-IF
               END-IF
           END-IF.
       PICK-PUNCTUALITY-BUCKET-EXIT.
           EXIT.

       RESET-DATE-PRINTED.
           MOVE 'N' TO PCD-TAB-PRINTED(WS-PCD-IDX).
       RESET-DATE-PRINTED-EXIT.
           EXIT.

       WRITE-NEXT-PUNCTUALITY-DATE.
           MOVE 0 TO WS-PCD-MATCH.
           PERFORM PICK-PUNCTUALITY-DATE THRU
               PICK-PUNCTUALITY-DATE-EXIT
               VARYING WS-PCD-IDX FROM 1 BY 1
               UNTIL WS-PCD-IDX > PONCT-DATE-COUNT.
           IF WS-PCD-MATCH = 0
               SET WS-PCT-DONE TO TRUE
               GO TO WRITE-NEXT-PUNCTUALITY-DATE-EXIT
           END-IF.
           MOVE 'Y' TO PCD-TAB-PRINTED(WS-PCD-MATCH).
           IF PCD-TAB-PLANNED(WS-PCD-MATCH) >
               PCD-TAB-MATCHED(WS-PCD-MATCH)
               COMPUTE WS-PCD-MISSING = PCD-TAB-PLANNED(WS-PCD-MATCH)
                   - PCD-TAB-MATCHED(WS-PCD-MATCH)
           ELSE
               MOVE 0 TO WS-PCD-MISSING
           END-IF.
           ADD WS-PCD-MISSING TO COMPTEUR-ACT-MISSING.
           IF WS-PCD-MISSING > 0 OR PCD-TAB-LATE(WS-PCD-MATCH) > 0
               MOVE ' INCOMPLETE' TO WS-PCD-FLAG-TEXT
               ADD 1 TO COMPTEUR-PCT-INCOMPLET
           ELSE
               MOVE SPACES TO WS-PCD-FLAG-TEXT
           END-IF.
           MOVE SPACES TO PONCT-LINE.
           STRING '  DATE ' DELIMITED BY SIZE
                  PCD-TAB-DATE(WS-PCD-MATCH) DELIMITED BY SIZE
                  ' PLANNED=' DELIMITED BY SIZE
                  PCD-TAB-PLANNED(WS-PCD-MATCH) DELIMITED BY SIZE
                  ' ACTUALS=' DELIMITED BY SIZE
                  PCD-TAB-ACTUALS(WS-PCD-MATCH) DELIMITED BY SIZE
                  ' MISSING=' DELIMITED BY SIZE
                  WS-PCD-MISSING DELIMITED BY SIZE
                  ' LATE-KEYED=' DELIMITED BY SIZE
                  PCD-TAB-LATE(WS-PCD-MATCH) DELIMITED BY SIZE
                  WS-PCD-FLAG-TEXT DELIMITED BY SIZE
               INTO PONCT-LINE.
           WRITE PONCT-LINE.
       WRITE-NEXT-PUNCTUALITY-DATE-EXIT.
           EXIT.

       PICK-PUNCTUALITY-DATE.
           IF PCD-TAB-PRINTED(WS-PCD-IDX) NOT = 'Y'
               IF WS-PCD-MATCH = 0
                   MOVE WS-PCD-IDX TO WS-PCD-MATCH
               ELSE
                   IF PCD-TAB-DATE(WS-PCD-IDX) <
                       PCD-TAB-DATE(WS-PCD-MATCH)
                       MOVE WS-PCD-IDX TO WS-PCD-MATCH
                   END-IF
               END-IF
           END-IF.
       PICK-PUNCTUALITY-DATE-EXIT.
           EXIT.

       HOLD-PLAN-DRAFT.
           MOVE WS-EXTRACT-DATE TO WS-REL-DATE.
           ACCEPT WS-REL-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-REL-TIME FROM TIME.
           PERFORM LOAD-VERSION-REGISTER THRU
               LOAD-VERSION-REGISTER-EXIT.
           COMPUTE WS-DRF-VERSION = WS-DRF-MAX-VERSION + 1.
           MOVE 0 TO COMPTEUR-DRF-TRAIN3.
           MOVE 0 TO COMPTEUR-DRF-AFFICHES.
           MOVE 0 TO COMPTEUR-DRF-RESAEXT.
           MOVE 0 TO COMPTEUR-DRF-SUBSTBUS.
           MOVE 0 TO COMPTEUR-DRF-GTFS.

           OPEN EXTEND F60.
           IF WS-PLANDRFT-STATUS = '35'
               OPEN OUTPUT F60
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F2.
           IF WS-F2-STATUS NOT = '35'
               PERFORM HOLD-ONE-TRAIN3 THRU HOLD-ONE-TRAIN3-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F2
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F16.
           IF WS-AFFICHES-STATUS NOT = '35'
               PERFORM HOLD-ONE-BOARD THRU HOLD-ONE-BOARD-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F16
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F35.
           IF WS-RESAEXT-STATUS NOT = '35'
               PERFORM HOLD-ONE-RESA THRU HOLD-ONE-RESA-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F35
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           IF WS-PLAN-MODE OR WS-SEMAINE-MODE
               OPEN INPUT F38
               IF WS-SUBSTBUS-STATUS NOT = '35'
                   PERFORM HOLD-ONE-BUS THRU HOLD-ONE-BUS-EXIT
                       UNTIL WS-DRF-EOF
                   CLOSE F38
               END-IF
               MOVE 'N' TO WS-DRF-EOF-FLAG
           END-IF.
           IF NOT WS-SEMAINE-MODE
               PERFORM HOLD-GTFS-DRAFT THRU HOLD-GTFS-DRAFT-EXIT
           END-IF.
           CLOSE F60.

           OPEN EXTEND F61.
           IF WS-PLANVERS-STATUS = '35'
               OPEN OUTPUT F61
           END-IF.
           MOVE SPACES TO VERSION-RECORD.
           MOVE WS-REL-DATE TO VER-DATE.
           MOVE WS-DRF-VERSION TO VER-VERSION.
           MOVE 'H' TO VER-STATUS.
           MOVE WS-GRADE-TEXT TO VER-GRADE.
           MOVE WS-RUN-MODE TO VER-MODE.
           MOVE WS-REL-TODAY TO VER-CREATED.
           MOVE 0 TO VER-DECIDED.
           WRITE VERSION-RECORD.
           CLOSE F61.

           PERFORM OPEN-RELEASE-LOG THRU OPEN-RELEASE-LOG-EXIT.
           MOVE 'HELD' TO WS-REL-ACTION.
           MOVE WS-DRF-VERSION TO WS-REL-VERSION.
           MOVE 'BATCH' TO WS-REL-OPERATOR.
           PERFORM BUILD-DRAFT-COUNTS THRU BUILD-DRAFT-COUNTS-EXIT.
           PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT.
           CLOSE F63.

           OPEN EXTEND F34.
           MOVE SPACES TO RESUMEXC-LINE.
           STRING 'PLAN HELD AS DRAFT VERSION=' DELIMITED BY SIZE
                  WS-DRF-VERSION DELIMITED BY SIZE
                  ' - RELEASE RUN REQUIRED TO PUBLISH'
                      DELIMITED BY SIZE
               INTO RESUMEXC-LINE.
           WRITE RESUMEXC-LINE.
           CLOSE F34.
       HOLD-PLAN-DRAFT-EXIT.
           EXIT.

       HOLD-ONE-TRAIN3.
           READ F2
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE 'T' TO DRF-FILE
                   MOVE VARIABLE01 TO DRF-LEN
                   MOVE ALLY TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-TRAIN3
           END-READ.
       HOLD-ONE-TRAIN3-EXIT.
           EXIT.

       HOLD-ONE-BOARD.
           READ F16
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE 'A' TO DRF-FILE
                   MOVE 100 TO DRF-LEN
                   MOVE BOARD-LINE TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-AFFICHES
           END-READ.
       HOLD-ONE-BOARD-EXIT.
           EXIT.

       HOLD-ONE-RESA.
           READ F35
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE 'R' TO DRF-FILE
                   MOVE 188 TO DRF-LEN
                   MOVE RESA-RECORD TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-RESAEXT
           END-READ.
       HOLD-ONE-RESA-EXIT.
           EXIT.

       HOLD-GTFS-DRAFT.
           OPEN INPUT F49.
           IF WS-GTFSDFT-STATUS NOT = '35'
               PERFORM HOLD-ONE-AGENCY THRU HOLD-ONE-AGENCY-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F49
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F50.
           IF WS-GTFSDFT-STATUS NOT = '35'
               PERFORM HOLD-ONE-STOP THRU HOLD-ONE-STOP-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F50
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F51.
           IF WS-GTFSDFT-STATUS NOT = '35'
               PERFORM HOLD-ONE-ROUTE THRU HOLD-ONE-ROUTE-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F51
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F52.
           IF WS-GTFSDFT-STATUS NOT = '35'
               PERFORM HOLD-ONE-TRIP THRU HOLD-ONE-TRIP-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F52
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F53.
           IF WS-GTFSDFT-STATUS NOT = '35'
               PERFORM HOLD-ONE-STIME THRU HOLD-ONE-STIME-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F53
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F54.
           IF WS-GTFSDFT-STATUS NOT = '35'
               PERFORM HOLD-ONE-CAL THRU HOLD-ONE-CAL-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F54
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F55.
           IF WS-GTFSDFT-STATUS NOT = '35'
               PERFORM HOLD-ONE-CALDT THRU HOLD-ONE-CALDT-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F55
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           OPEN INPUT F56.
           IF WS-GTFSDFT-STATUS NOT = '35'
               PERFORM HOLD-ONE-GTFSCTL THRU HOLD-ONE-GTFSCTL-EXIT
                   UNTIL WS-DRF-EOF
               CLOSE F56
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
       HOLD-GTFS-DRAFT-EXIT.
           EXIT.

       HOLD-ONE-BUS.
           READ F38
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE 'B' TO DRF-FILE
                   MOVE 72 TO DRF-LEN
                   MOVE BUS-RECORD TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-SUBSTBUS
           END-READ.
       HOLD-ONE-BUS-EXIT.
           EXIT.

       HOLD-ONE-AGENCY.
           READ F49
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE '1' TO DRF-FILE
                   MOVE 120 TO DRF-LEN
                   MOVE GTFS-AGENCY-LINE TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-GTFS
           END-READ.
       HOLD-ONE-AGENCY-EXIT.
           EXIT.

       HOLD-ONE-STOP.
           READ F50
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE '2' TO DRF-FILE
                   MOVE 80 TO DRF-LEN
                   MOVE GTFS-STOP-LINE TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-GTFS
           END-READ.
       HOLD-ONE-STOP-EXIT.
           EXIT.

       HOLD-ONE-ROUTE.
           READ F51
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE '3' TO DRF-FILE
                   MOVE 80 TO DRF-LEN
                   MOVE GTFS-ROUTE-LINE TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-GTFS
           END-READ.
       HOLD-ONE-ROUTE-EXIT.
           EXIT.

       HOLD-ONE-TRIP.
           READ F52
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE '4' TO DRF-FILE
                   MOVE 80 TO DRF-LEN
                   MOVE GTFS-TRIP-LINE TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-GTFS
           END-READ.
       HOLD-ONE-TRIP-EXIT.
           EXIT.

       HOLD-ONE-STIME.
           READ F53
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE '5' TO DRF-FILE
                   MOVE 80 TO DRF-LEN
                   MOVE GTFS-STIME-LINE TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-GTFS
           END-READ.
       HOLD-ONE-STIME-EXIT.
           EXIT.

       HOLD-ONE-CAL.
           READ F54
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE '6' TO DRF-FILE
                   MOVE 80 TO DRF-LEN
                   MOVE GTFS-CAL-LINE TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-GTFS
           END-READ.
       HOLD-ONE-CAL-EXIT.
           EXIT.

       HOLD-ONE-CALDT.
           READ F55
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE '7' TO DRF-FILE
                   MOVE 80 TO DRF-LEN
                   MOVE GTFS-CALDT-LINE TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-GTFS
           END-READ.
       HOLD-ONE-CALDT-EXIT.
           EXIT.

       HOLD-ONE-GTFSCTL.
           READ F56
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO DRAFT-RECORD
                   MOVE '8' TO DRF-FILE
                   MOVE 39 TO DRF-LEN
                   MOVE GTFS-CTL-RECORD TO DRF-DATA
                   PERFORM WRITE-DRAFT-RECORD THRU
                       WRITE-DRAFT-RECORD-EXIT
                   ADD 1 TO COMPTEUR-DRF-GTFS
           END-READ.
       HOLD-ONE-GTFSCTL-EXIT.
           EXIT.

       WRITE-DRAFT-RECORD.
           MOVE WS-REL-DATE TO DRF-DATE.
           MOVE WS-DRF-VERSION TO DRF-VERSION.
           WRITE DRAFT-RECORD.
       WRITE-DRAFT-RECORD-EXIT.
           EXIT.

       LOAD-VERSION-REGISTER.
           MOVE 0 TO VERSION-TABLE-COUNT.
           MOVE 0 TO WS-DRF-MAX-VERSION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT F61.
           IF WS-PLANVERS-STATUS NOT = '35'
               PERFORM LOAD-ONE-VERSION THRU LOAD-ONE-VERSION-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F61
           END-IF.
       LOAD-VERSION-REGISTER-EXIT.
           EXIT.

       LOAD-ONE-VERSION.
           READ F61
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF VER-DATE = WS-REL-DATE
                       AND VER-VERSION > WS-DRF-MAX-VERSION
                       MOVE VER-VERSION TO WS-DRF-MAX-VERSION
                   END-IF
                   IF VERSION-TABLE-COUNT < 999
                       ADD 1 TO VERSION-TABLE-COUNT
                       MOVE VER-DATE TO VTB-DATE(VERSION-TABLE-COUNT)
                       MOVE VER-VERSION TO
                           VTB-VERSION(VERSION-TABLE-COUNT)
                       MOVE VER-STATUS TO
                           VTB-STATUS(VERSION-TABLE-COUNT)
                       MOVE VER-GRADE TO VTB-GRADE(VERSION-TABLE-COUNT)
                       MOVE VER-MODE TO VTB-MODE(VERSION-TABLE-COUNT)
                       MOVE VER-CREATED TO
                           VTB-CREATED(VERSION-TABLE-COUNT)
                       MOVE VER-OPERATOR TO
                           VTB-OPERATOR(VERSION-TABLE-COUNT)
                       MOVE VER-DECIDED TO
                           VTB-DECIDED(VERSION-TABLE-COUNT)
                   ELSE
                       IF NOT WS-VER-OVERFLOW
                           DISPLAY 'PLANVERS.DAT EXCEEDS VERSION '
                               'TABLE CAPACITY - EXTRA VERSIONS '
                               'IGNORED'
                           SET WS-VER-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-VERSION-EXIT.
           EXIT.

       OPEN-RELEASE-LOG.
           OPEN EXTEND F63.
           IF WS-RELAUDIT-STATUS = '35'
               OPEN OUTPUT F63
           END-IF.
       OPEN-RELEASE-LOG-EXIT.
           EXIT.

       BUILD-DRAFT-COUNTS.
           MOVE SPACES TO WS-REL-TEXT.
           STRING 'GRADE=' DELIMITED BY SIZE
                  WS-GRADE-TEXT DELIMITED BY SPACE
                  ' TRAIN3=' DELIMITED BY SIZE
                  COMPTEUR-DRF-TRAIN3 DELIMITED BY SIZE
                  ' AFFICHES=' DELIMITED BY SIZE
                  COMPTEUR-DRF-AFFICHES DELIMITED BY SIZE
                  ' RESAEXT=' DELIMITED BY SIZE
                  COMPTEUR-DRF-RESAEXT DELIMITED BY SIZE
                  ' SUBSTBUS=' DELIMITED BY SIZE
                  COMPTEUR-DRF-SUBSTBUS DELIMITED BY SIZE
                  ' GTFS=' DELIMITED BY SIZE
                  COMPTEUR-DRF-GTFS DELIMITED BY SIZE
               INTO WS-REL-TEXT.
       BUILD-DRAFT-COUNTS-EXIT.
           EXIT.

       WRITE-RELEASE-LOG.
           MOVE SPACES TO RELAUDIT-LINE.
           STRING WS-REL-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REL-HHMMSS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REL-ACTION DELIMITED BY SIZE
                  ' DATE=' DELIMITED BY SIZE
                  WS-REL-DATE DELIMITED BY SIZE
                  ' VERSION=' DELIMITED BY SIZE
                  WS-REL-VERSION DELIMITED BY SIZE
                  ' OPERATOR=' DELIMITED BY SIZE
                  WS-REL-OPERATOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REL-TEXT DELIMITED BY '  '
               INTO RELAUDIT-LINE.
           WRITE RELAUDIT-LINE.
       WRITE-RELEASE-LOG-EXIT.
           EXIT.

       PROCESS-RELEASE.
           ACCEPT WS-REL-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-REL-TIME FROM TIME.
           MOVE 0 TO WS-REL-DATE.
           MOVE WS-REL-TODAY TO WS-CUTOFF-DATE.
           PERFORM RETREAT-CUTOFF-DATE THRU RETREAT-CUTOFF-DATE-EXIT
               VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RETENTION-DAYS.
           PERFORM LOAD-VERSION-REGISTER THRU
               LOAD-VERSION-REGISTER-EXIT.
           PERFORM OPEN-RELEASE-LOG THRU OPEN-RELEASE-LOG-EXIT.
           OPEN OUTPUT F64.
           MOVE 'RUN START' TO WS-REL-ACTION.
           MOVE 0 TO WS-REL-VERSION.
           MOVE SPACES TO WS-REL-OPERATOR.
           MOVE SPACES TO WS-REL-TEXT.
           PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT.
           IF WS-VER-OVERFLOW
               MOVE 'WARNING' TO WS-REL-ACTION
               MOVE 'VERSION TABLE FULL - PURGING BEFORE DECISIONS'
                   TO WS-REL-TEXT
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               PERFORM PURGE-VERSION-REGISTER THRU
                   PURGE-VERSION-REGISTER-EXIT
               MOVE 'N' TO WS-VER-OVERFLOW-FLAG
               PERFORM LOAD-VERSION-REGISTER THRU
                   LOAD-VERSION-REGISTER-EXIT
           END-IF.
           IF WS-VER-OVERFLOW
               PERFORM PURGE-OLD-DRAFTS THRU PURGE-OLD-DRAFTS-EXIT
               MOVE 'RUN ABORT' TO WS-REL-ACTION
               MOVE 0 TO WS-REL-DATE
               MOVE 0 TO WS-REL-VERSION
               MOVE SPACES TO WS-REL-OPERATOR
               MOVE 'PLANVERS.DAT EXCEEDS VERSION TABLE CAPACITY'
                   TO WS-REL-TEXT
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               CLOSE F63
               CLOSE F64
               MOVE 8 TO RETURN-CODE
               GO TO PROCESS-RELEASE-EXIT
           END-IF.
           OPEN INPUT F62.
           IF WS-APPROBAT-STATUS = '35'
               MOVE 'RUN END' TO WS-REL-ACTION
               MOVE 'NO APPROVALS FILE - NOTHING RELEASED' TO
                   WS-REL-TEXT
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               CLOSE F63
               CLOSE F64
               MOVE 4 TO RETURN-CODE
               GO TO PROCESS-RELEASE-EXIT
           END-IF.
           PERFORM APPLY-ONE-APPROVAL THRU APPLY-ONE-APPROVAL-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F62.

           PERFORM SAVE-VERSION-REGISTER THRU
               SAVE-VERSION-REGISTER-EXIT.
           PERFORM PURGE-OLD-DRAFTS THRU PURGE-OLD-DRAFTS-EXIT.

           MOVE 'RUN END' TO WS-REL-ACTION.
           MOVE 0 TO WS-REL-DATE.
           MOVE 0 TO WS-REL-VERSION.
           MOVE SPACES TO WS-REL-OPERATOR.
           MOVE SPACES TO WS-REL-TEXT.
           STRING 'READ=' DELIMITED BY SIZE
                  COMPTEUR-REL-LUS DELIMITED BY SIZE
                  ' RELEASED=' DELIMITED BY SIZE
                  COMPTEUR-REL-PUBLIES DELIMITED BY SIZE
                  ' REJECTED=' DELIMITED BY SIZE
                  COMPTEUR-REL-REJETS DELIMITED BY SIZE
                  ' SUPERSEDED=' DELIMITED BY SIZE
                  COMPTEUR-REL-REMPLACES DELIMITED BY SIZE
                  ' ERRORS=' DELIMITED BY SIZE
                  COMPTEUR-REL-ERREURS DELIMITED BY SIZE
                  ' PURGED=' DELIMITED BY SIZE
                  COMPTEUR-DRF-PURGES DELIMITED BY SIZE
               INTO WS-REL-TEXT.
           PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT.
           CLOSE F63.
           CLOSE F64.

           IF COMPTEUR-REL-ERREURS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       PROCESS-RELEASE-EXIT.
           EXIT.

       APPLY-ONE-APPROVAL.
           READ F62
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO COMPTEUR-REL-LUS
                   PERFORM DECIDE-ONE-VERSION THRU
                       DECIDE-ONE-VERSION-EXIT
           END-READ.
       APPLY-ONE-APPROVAL-EXIT.
           EXIT.

       DECIDE-ONE-VERSION.
           MOVE SPACES TO WS-REL-TEXT.
           MOVE 'ERROR' TO WS-REL-ACTION.
           MOVE APR-OPERATOR TO WS-REL-OPERATOR.
           IF APR-DATE NOT NUMERIC OR APR-VERSION NOT NUMERIC
               MOVE 0 TO WS-REL-DATE
               MOVE 0 TO WS-REL-VERSION
               MOVE 'INVALID DATE OR VERSION - IGNORED' TO WS-REL-TEXT
               ADD 1 TO COMPTEUR-REL-ERREURS
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               GO TO DECIDE-ONE-VERSION-EXIT
           END-IF.
           MOVE APR-DATE TO WS-REL-DATE.
           MOVE APR-VERSION TO WS-REL-VERSION.
           IF APR-OPERATOR = SPACES
               OR (NOT APR-APPROVE AND NOT APR-REJECT)
               MOVE 'OPERATOR OR DECISION MISSING - IGNORED' TO
                   WS-REL-TEXT
               ADD 1 TO COMPTEUR-REL-ERREURS
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               GO TO DECIDE-ONE-VERSION-EXIT
           END-IF.

           MOVE 'N' TO WS-VTB-FLAG.
           MOVE 0 TO WS-VTB-MATCH.
           PERFORM SEARCH-VERSION-TABLE THRU SEARCH-VERSION-TABLE-EXIT
               VARYING WS-VTB-IDX FROM 1 BY 1
               UNTIL WS-VTB-IDX > VERSION-TABLE-COUNT
                   OR WS-VTB-FOUND.
           IF NOT WS-VTB-FOUND
               MOVE 'VERSION NOT ON FILE - IGNORED' TO WS-REL-TEXT
               ADD 1 TO COMPTEUR-REL-ERREURS
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               GO TO DECIDE-ONE-VERSION-EXIT
           END-IF.
           IF NOT VTB-HELD(WS-VTB-MATCH)
               PERFORM SET-VERSION-STATUS-TEXT THRU
                   SET-VERSION-STATUS-TEXT-EXIT
               STRING 'VERSION NOT HELD - ALREADY ' DELIMITED BY SIZE
                      WS-REL-STATUS-TEXT DELIMITED BY SPACE
                   INTO WS-REL-TEXT
               ADD 1 TO COMPTEUR-REL-ERREURS
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               GO TO DECIDE-ONE-VERSION-EXIT
           END-IF.

           IF APR-REJECT
               ADD 1 TO COMPTEUR-REL-REJETS
               MOVE 'REJECTED' TO WS-REL-ACTION
               STRING 'GRADE=' DELIMITED BY SIZE
                      VTB-GRADE(WS-VTB-MATCH) DELIMITED BY SPACE
                      ' VERSION REMAINS HELD' DELIMITED BY SIZE
                   INTO WS-REL-TEXT
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               GO TO DECIDE-ONE-VERSION-EXIT
           END-IF.

           MOVE 'N' TO WS-DRF-COPY-FLAG.
           PERFORM SCAN-DRAFT-STORE THRU SCAN-DRAFT-STORE-EXIT.
           IF COMPTEUR-DRF-TRAIN3 = 0 AND COMPTEUR-DRF-AFFICHES = 0
               AND COMPTEUR-DRF-RESAEXT = 0
               AND COMPTEUR-DRF-SUBSTBUS = 0 AND COMPTEUR-DRF-GTFS = 0
               MOVE 'NO DRAFT ON FILE FOR VERSION - NOT RELEASED' TO
                   WS-REL-TEXT
               ADD 1 TO COMPTEUR-REL-ERREURS
               PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT
               GO TO DECIDE-ONE-VERSION-EXIT
           END-IF.

           MOVE 0 TO WS-VTB-PUB.
           PERFORM SEARCH-PUBLISHED-VERSION THRU
               SEARCH-PUBLISHED-VERSION-EXIT
               VARYING WS-VTB-IDX FROM 1 BY 1
               UNTIL WS-VTB-IDX > VERSION-TABLE-COUNT
                   OR WS-VTB-PUB > 0.

           OPEN OUTPUT F57.
           OPEN OUTPUT F58.
           OPEN OUTPUT F59.
           IF COMPTEUR-DRF-SUBSTBUS > 0
               OPEN OUTPUT F69
           END-IF.
           IF COMPTEUR-DRF-GTFS > 0
               OPEN OUTPUT F70
               OPEN OUTPUT F71
               OPEN OUTPUT F72
               OPEN OUTPUT F73
               OPEN OUTPUT F74
               OPEN OUTPUT F75
               OPEN OUTPUT F76
               OPEN OUTPUT F77
           END-IF.
           MOVE 'Y' TO WS-DRF-COPY-FLAG.
           PERFORM SCAN-DRAFT-STORE THRU SCAN-DRAFT-STORE-EXIT.
           MOVE 'N' TO WS-DRF-COPY-FLAG.
           CLOSE F57.
           CLOSE F58.
           CLOSE F59.
           IF COMPTEUR-DRF-SUBSTBUS > 0
               CLOSE F69
           END-IF.
           IF COMPTEUR-DRF-GTFS > 0
               CLOSE F70
               CLOSE F71
               CLOSE F72
               CLOSE F73
               CLOSE F74
               CLOSE F75
               CLOSE F76
               CLOSE F77
           END-IF.

           IF WS-VTB-PUB > 0
               PERFORM SUPERSEDE-PUBLISHED THRU
                   SUPERSEDE-PUBLISHED-EXIT
           END-IF.

           MOVE 'P' TO VTB-STATUS(WS-VTB-MATCH).
           MOVE APR-OPERATOR TO VTB-OPERATOR(WS-VTB-MATCH).
           MOVE WS-REL-TODAY TO VTB-DECIDED(WS-VTB-MATCH).
           ADD 1 TO COMPTEUR-REL-PUBLIES.
           MOVE 'RELEASED' TO WS-REL-ACTION.
           MOVE VTB-GRADE(WS-VTB-MATCH) TO WS-GRADE-TEXT.
           PERFORM BUILD-DRAFT-COUNTS THRU BUILD-DRAFT-COUNTS-EXIT.
           PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT.
           PERFORM REJECT-OTHER-HELD THRU REJECT-OTHER-HELD-EXIT
               VARYING WS-VTB-IDX FROM 1 BY 1
               UNTIL WS-VTB-IDX > VERSION-TABLE-COUNT.
       DECIDE-ONE-VERSION-EXIT.
           EXIT.

       REJECT-OTHER-HELD.
           IF VTB-DATE(WS-VTB-IDX) NOT = APR-DATE
               OR NOT VTB-HELD(WS-VTB-IDX)
               OR WS-VTB-IDX = WS-VTB-MATCH
               GO TO REJECT-OTHER-HELD-EXIT
           END-IF.
           MOVE 'R' TO VTB-STATUS(WS-VTB-IDX).
           MOVE APR-OPERATOR TO VTB-OPERATOR(WS-VTB-IDX).
           MOVE WS-REL-TODAY TO VTB-DECIDED(WS-VTB-IDX).
           ADD 1 TO COMPTEUR-REL-REJETS.
           MOVE 'REJECTED' TO WS-REL-ACTION.
           MOVE VTB-VERSION(WS-VTB-IDX) TO WS-REL-VERSION.
           MOVE SPACES TO WS-REL-TEXT.
           STRING 'NOT CHOSEN - VERSION ' DELIMITED BY SIZE
                  APR-VERSION DELIMITED BY SIZE
                  ' RELEASED FOR THIS DATE' DELIMITED BY SIZE
               INTO WS-REL-TEXT.
           PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT.
           MOVE APR-VERSION TO WS-REL-VERSION.
       REJECT-OTHER-HELD-EXIT.
           EXIT.

       SEARCH-VERSION-TABLE.
           IF VTB-DATE(WS-VTB-IDX) = APR-DATE
               AND VTB-VERSION(WS-VTB-IDX) = APR-VERSION
               SET WS-VTB-FOUND TO TRUE
               MOVE WS-VTB-IDX TO WS-VTB-MATCH
           END-IF.
       SEARCH-VERSION-TABLE-EXIT.
           EXIT.

       SEARCH-PUBLISHED-VERSION.
           IF VTB-DATE(WS-VTB-IDX) = APR-DATE
               AND VTB-PUBLISHED(WS-VTB-IDX)
               MOVE WS-VTB-IDX TO WS-VTB-PUB
           END-IF.
       SEARCH-PUBLISHED-VERSION-EXIT.
           EXIT.

       SET-VERSION-STATUS-TEXT.
           IF VTB-PUBLISHED(WS-VTB-MATCH)
               MOVE 'PUBLISHED' TO WS-REL-STATUS-TEXT
           ELSE
               IF VTB-REJECTED(WS-VTB-MATCH)
                   MOVE 'REJECTED' TO WS-REL-STATUS-TEXT
               ELSE
                   IF VTB-SUPERSEDED(WS-VTB-MATCH)
                       MOVE 'SUPERSEDED' TO WS-REL-STATUS-TEXT
                   ELSE
                       MOVE 'UNKNOWN' TO WS-REL-STATUS-TEXT
                   END-IF
               END-IF
           END-IF.
       SET-VERSION-STATUS-TEXT-EXIT.
           EXIT.

       SCAN-DRAFT-STORE.
           MOVE 0 TO COMPTEUR-DRF-TRAIN3.
           MOVE 0 TO COMPTEUR-DRF-AFFICHES.
           MOVE 0 TO COMPTEUR-DRF-RESAEXT.
           MOVE 0 TO COMPTEUR-DRF-SUBSTBUS.
           MOVE 0 TO COMPTEUR-DRF-GTFS.
           OPEN INPUT F60.
           IF WS-PLANDRFT-STATUS = '35'
               GO TO SCAN-DRAFT-STORE-EXIT
           END-IF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           PERFORM SCAN-ONE-DRAFT THRU SCAN-ONE-DRAFT-EXIT
               UNTIL WS-DRF-EOF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           CLOSE F60.
       SCAN-DRAFT-STORE-EXIT.
           EXIT.

       SCAN-ONE-DRAFT.
           READ F60
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   IF DRF-DATE = APR-DATE
                       AND DRF-VERSION = APR-VERSION
                       PERFORM COPY-ONE-DRAFT THRU COPY-ONE-DRAFT-EXIT
                   END-IF
           END-READ.
       SCAN-ONE-DRAFT-EXIT.
           EXIT.

       COPY-ONE-DRAFT.
           IF DRF-TRAIN3
               ADD 1 TO COMPTEUR-DRF-TRAIN3
               IF WS-DRF-COPYING
                   MOVE DRF-LEN TO WS-PUB-TRN-LEN
                   MOVE DRF-DATA TO PUB-TRAIN-LINE
                   WRITE PUB-TRAIN-LINE
               END-IF
           END-IF.
           IF DRF-AFFICHES
               ADD 1 TO COMPTEUR-DRF-AFFICHES
               IF WS-DRF-COPYING
                   MOVE DRF-DATA TO PUB-BOARD-LINE
                   WRITE PUB-BOARD-LINE
               END-IF
           END-IF.
           IF DRF-RESAEXT
               ADD 1 TO COMPTEUR-DRF-RESAEXT
               IF WS-DRF-COPYING
                   MOVE DRF-DATA TO PUB-RESA-LINE
                   WRITE PUB-RESA-LINE
               END-IF
           END-IF.
           IF DRF-SUBSTBUS
               ADD 1 TO COMPTEUR-DRF-SUBSTBUS
               IF WS-DRF-COPYING
                   MOVE DRF-DATA TO PUB-BUS-LINE
                   WRITE PUB-BUS-LINE
               END-IF
           END-IF.
           IF NOT DRF-GTFS
               GO TO COPY-ONE-DRAFT-EXIT
           END-IF.
           ADD 1 TO COMPTEUR-DRF-GTFS.
           IF NOT WS-DRF-COPYING
               GO TO COPY-ONE-DRAFT-EXIT
           END-IF.
           IF DRF-AGENCY
               MOVE DRF-DATA TO PUB-AGENCY-LINE
               WRITE PUB-AGENCY-LINE
           END-IF.
           IF DRF-STOPS
               MOVE DRF-DATA TO PUB-STOP-LINE
               WRITE PUB-STOP-LINE
           END-IF.
           IF DRF-ROUTES
               MOVE DRF-DATA TO PUB-ROUTE-LINE
               WRITE PUB-ROUTE-LINE
           END-IF.
           IF DRF-TRIPS
               MOVE DRF-DATA TO PUB-TRIP-LINE
               WRITE PUB-TRIP-LINE
           END-IF.
           IF DRF-STIMES
               MOVE DRF-DATA TO PUB-STIME-LINE
               WRITE PUB-STIME-LINE
           END-IF.
           IF DRF-CAL
               MOVE DRF-DATA TO PUB-CAL-LINE
               WRITE PUB-CAL-LINE
           END-IF.
           IF DRF-CALDT
               MOVE DRF-DATA TO PUB-CALDT-LINE
               WRITE PUB-CALDT-LINE
           END-IF.
           IF DRF-GTFSCTL
               MOVE DRF-DATA TO PUB-GTFSCTL-LINE
               WRITE PUB-GTFSCTL-LINE
           END-IF.
       COPY-ONE-DRAFT-EXIT.
           EXIT.

       SUPERSEDE-PUBLISHED.
           MOVE 'SUPERSEDED' TO WS-REL-ACTION.
           MOVE VTB-VERSION(WS-VTB-PUB) TO WS-REL-VERSION.
           MOVE SPACES TO WS-REL-TEXT.
           STRING 'REPLACED BY VERSION ' DELIMITED BY SIZE
                  APR-VERSION DELIMITED BY SIZE
                  ' PUBLISHED BY ' DELIMITED BY SIZE
                  VTB-OPERATOR(WS-VTB-PUB) DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  VTB-DECIDED(WS-VTB-PUB) DELIMITED BY SIZE
               INTO WS-REL-TEXT.
           PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT.
           MOVE 'S' TO VTB-STATUS(WS-VTB-PUB).
           MOVE WS-REL-TODAY TO VTB-DECIDED(WS-VTB-PUB).
           ADD 1 TO COMPTEUR-REL-REMPLACES.
           MOVE APR-VERSION TO WS-REL-VERSION.

           MOVE SPACES TO SUPERSED-LINE.
           STRING 'SUPERSEDE NOTICE  PLAN DATE ' DELIMITED BY SIZE
                  APR-DATE DELIMITED BY SIZE
                  '  PUBLISHED VERSION ' DELIMITED BY SIZE
                  VTB-VERSION(WS-VTB-PUB) DELIMITED BY SIZE
                  ' IS REPLACED BY VERSION ' DELIMITED BY SIZE
                  APR-VERSION DELIMITED BY SIZE
                  '  APPROVED BY ' DELIMITED BY SIZE
                  APR-OPERATOR DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  WS-REL-TODAY DELIMITED BY SIZE
               INTO SUPERSED-LINE.
           WRITE SUPERSED-LINE.
       SUPERSEDE-PUBLISHED-EXIT.
           EXIT.

       SAVE-VERSION-REGISTER.
           OPEN OUTPUT F61.
           PERFORM SAVE-ONE-VERSION THRU SAVE-ONE-VERSION-EXIT
               VARYING WS-VTB-IDX FROM 1 BY 1
               UNTIL WS-VTB-IDX > VERSION-TABLE-COUNT.
           CLOSE F61.
       SAVE-VERSION-REGISTER-EXIT.
           EXIT.

       SAVE-ONE-VERSION.
           IF VTB-DATE(WS-VTB-IDX) < WS-CUTOFF-DATE
               IF VTB-HELD(WS-VTB-IDX)
                   MOVE VTB-DATE(WS-VTB-IDX) TO WS-REL-DATE
                   MOVE VTB-VERSION(WS-VTB-IDX) TO WS-REL-VERSION
                   MOVE VTB-GRADE(WS-VTB-IDX) TO WS-GRADE-TEXT
                   PERFORM LOG-PURGED-VERSION THRU
                       LOG-PURGED-VERSION-EXIT
               END-IF
               GO TO SAVE-ONE-VERSION-EXIT
           END-IF.
           MOVE SPACES TO VERSION-RECORD.
           MOVE VTB-DATE(WS-VTB-IDX) TO VER-DATE.
           MOVE VTB-VERSION(WS-VTB-IDX) TO VER-VERSION.
           MOVE VTB-STATUS(WS-VTB-IDX) TO VER-STATUS.
           MOVE VTB-GRADE(WS-VTB-IDX) TO VER-GRADE.
           MOVE VTB-MODE(WS-VTB-IDX) TO VER-MODE.
           MOVE VTB-CREATED(WS-VTB-IDX) TO VER-CREATED.
           MOVE VTB-OPERATOR(WS-VTB-IDX) TO VER-OPERATOR.
           MOVE VTB-DECIDED(WS-VTB-IDX) TO VER-DECIDED.
           WRITE VERSION-RECORD.
       SAVE-ONE-VERSION-EXIT.
           EXIT.

       LOG-PURGED-VERSION.
           MOVE 'PURGED' TO WS-REL-ACTION.
           MOVE SPACES TO WS-REL-OPERATOR.
           MOVE SPACES TO WS-REL-TEXT.
           STRING 'GRADE=' DELIMITED BY SIZE
                  WS-GRADE-TEXT DELIMITED BY SPACE
                  ' HELD VERSION PAST RETENTION - NEVER RELEASED'
                      DELIMITED BY SIZE
               INTO WS-REL-TEXT.
           PERFORM WRITE-RELEASE-LOG THRU WRITE-RELEASE-LOG-EXIT.
       LOG-PURGED-VERSION-EXIT.
           EXIT.

       PURGE-VERSION-REGISTER.
           MOVE 0 TO COMPTEUR-VER-PURGES.
           OPEN INPUT F61.
           OPEN OUTPUT F78.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM KEEP-ONE-VERSION THRU KEEP-ONE-VERSION-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F61.
           CLOSE F78.
           IF COMPTEUR-VER-PURGES = 0
               GO TO PURGE-VERSION-REGISTER-EXIT
           END-IF.
           OPEN INPUT F78.
           OPEN OUTPUT F61.
           PERFORM RESTORE-ONE-VERSION THRU RESTORE-ONE-VERSION-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F78.
           CLOSE F61.
       PURGE-VERSION-REGISTER-EXIT.
           EXIT.

       KEEP-ONE-VERSION.
           READ F61
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF VER-DATE < WS-CUTOFF-DATE
                       ADD 1 TO COMPTEUR-VER-PURGES
                       IF VER-STATUS = 'H'
                           MOVE VER-DATE TO WS-REL-DATE
                           MOVE VER-VERSION TO WS-REL-VERSION
                           MOVE VER-GRADE TO WS-GRADE-TEXT
                           PERFORM LOG-PURGED-VERSION THRU
                               LOG-PURGED-VERSION-EXIT
                       END-IF
                   ELSE
                       WRITE VERSION-WORK-RECORD FROM VERSION-RECORD
                   END-IF
           END-READ.
       KEEP-ONE-VERSION-EXIT.
           EXIT.

       RESTORE-ONE-VERSION.
           READ F78
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   WRITE VERSION-RECORD FROM VERSION-WORK-RECORD
           END-READ.
       RESTORE-ONE-VERSION-EXIT.
           EXIT.

       PURGE-OLD-DRAFTS.
           MOVE 0 TO COMPTEUR-DRF-PURGES.
           OPEN INPUT F60.
           IF WS-PLANDRFT-STATUS = '35'
               GO TO PURGE-OLD-DRAFTS-EXIT
           END-IF.
           OPEN OUTPUT F65.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           PERFORM KEEP-ONE-DRAFT THRU KEEP-ONE-DRAFT-EXIT
               UNTIL WS-DRF-EOF.
           CLOSE F60.
           CLOSE F65.
           IF COMPTEUR-DRF-PURGES = 0
               GO TO PURGE-OLD-DRAFTS-EXIT
           END-IF.
           OPEN INPUT F65.
           OPEN OUTPUT F60.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           PERFORM RESTORE-ONE-DRAFT THRU RESTORE-ONE-DRAFT-EXIT
               UNTIL WS-DRF-EOF.
           MOVE 'N' TO WS-DRF-EOF-FLAG.
           CLOSE F65.
           CLOSE F60.
       PURGE-OLD-DRAFTS-EXIT.
           EXIT.

       KEEP-ONE-DRAFT.
           READ F60
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   IF DRF-DATE < WS-CUTOFF-DATE
                       ADD 1 TO COMPTEUR-DRF-PURGES
                   ELSE
                       WRITE DRAFT-WORK-RECORD FROM DRAFT-RECORD
                   END-IF
           END-READ.
       KEEP-ONE-DRAFT-EXIT.
           EXIT.

       RESTORE-ONE-DRAFT.
           READ F65
               AT END SET WS-DRF-EOF TO TRUE
               NOT AT END
                   WRITE DRAFT-RECORD FROM DRAFT-WORK-RECORD
           END-READ.
       RESTORE-ONE-DRAFT-EXIT.
           EXIT.

       PROCESS-INTEGRITY-AUDIT.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO AUD-STN-USAGE.
           PERFORM AUDIT-STATION-MASTER THRU
               AUDIT-STATION-MASTER-EXIT.
           PERFORM AUDIT-STATION-TRX THRU AUDIT-STATION-TRX-EXIT.
           PERFORM AUDIT-PENDING-RETIREMENTS THRU
               AUDIT-PENDING-RETIREMENTS-EXIT.
           PERFORM AUDIT-DISTANCE-MASTER THRU
               AUDIT-DISTANCE-MASTER-EXIT.
           PERFORM AUDIT-CONSIST-MASTER THRU
               AUDIT-CONSIST-MASTER-EXIT.
           PERFORM AUDIT-CREW-ROSTER THRU AUDIT-CREW-ROSTER-EXIT.
           PERFORM AUDIT-NUMBER-SERIES THRU
               AUDIT-NUMBER-SERIES-EXIT.
           PERFORM AUDIT-TRAIN-INPUT THRU AUDIT-TRAIN-INPUT-EXIT.
           PERFORM AUDIT-UNUSED-ENTRIES THRU
               AUDIT-UNUSED-ENTRIES-EXIT.
           PERFORM WRITE-INTEGRITY-REPORT THRU
               WRITE-INTEGRITY-REPORT-EXIT.

           DISPLAY 'INTEGRITY AUDIT: ERRORS=' COMPTEUR-AUD-ERREURS
               ' WARNINGS=' COMPTEUR-AUD-ALERTES
               ' INFO=' COMPTEUR-AUD-INFOS.
           IF COMPTEUR-AUD-ERREURS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF COMPTEUR-AUD-ALERTES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       PROCESS-INTEGRITY-AUDIT-EXIT.
           EXIT.

       ADD-AUDIT-FINDING.
           IF WS-AUD-SEV = 'E'
               ADD 1 TO COMPTEUR-AUD-ERREURS
           ELSE
               IF WS-AUD-SEV = 'W'
                   ADD 1 TO COMPTEUR-AUD-ALERTES
               ELSE
                   ADD 1 TO COMPTEUR-AUD-INFOS
               END-IF
           END-IF.
           IF AUD-FND-COUNT NOT < 999
               SET WS-AUD-FND-OVERFLOW TO TRUE
               GO TO ADD-AUDIT-FINDING-EXIT
           END-IF.
           ADD 1 TO AUD-FND-COUNT.
           MOVE WS-AUD-SEV TO AUD-FND-SEV(AUD-FND-COUNT).
           MOVE SPACES TO AUD-FND-TEXT(AUD-FND-COUNT).
           STRING WS-AUD-FILE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUD-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUD-KEY DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  WS-AUD-DETAIL DELIMITED BY '  '
               INTO AUD-FND-TEXT(AUD-FND-COUNT).
       ADD-AUDIT-FINDING-EXIT.
           EXIT.

       AUDIT-FIND-STATION.
           MOVE 'N' TO WS-AUD-FLAG.
           MOVE 'N' TO WS-AUD-RET-FLAG.
           MOVE 0 TO WS-AUD-MATCH.
           PERFORM AUDIT-SEARCH-STATION THRU
               AUDIT-SEARCH-STATION-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 > STATION-TABLE-COUNT
                   OR WS-AUD-FOUND.
           MOVE SPACES TO WS-AUD-REASON.
           PERFORM AUDIT-SEARCH-RETIRED THRU
               AUDIT-SEARCH-RETIRED-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 > AUD-RETIRED-COUNT
                   OR WS-AUD-IS-RETIRED.
           IF NOT WS-AUD-FOUND AND NOT WS-AUD-IS-RETIRED
               MOVE 'STATION NOT IN GARES.DAT' TO WS-AUD-REASON
           END-IF.
       AUDIT-FIND-STATION-EXIT.
           EXIT.

       AUDIT-SEARCH-STATION.
           IF WS-AUD-STN = STATION-ENTRY(WS-AUD-IDX2)
               SET WS-AUD-FOUND TO TRUE
               MOVE WS-AUD-IDX2 TO WS-AUD-MATCH
           END-IF.
       AUDIT-SEARCH-STATION-EXIT.
           EXIT.

       AUDIT-SEARCH-RETIRED.
           IF WS-AUD-STN = AUD-RET-STN(WS-AUD-IDX2)
               SET WS-AUD-IS-RETIRED TO TRUE
               IF AUD-RET-ACTION(WS-AUD-IDX2) = 'REN'
                   MOVE 'STATION RENAMED VIA GARETRX.DAT'
                       TO WS-AUD-REASON
               ELSE
                   MOVE 'STATION RETIRED VIA GARETRX.DAT'
                       TO WS-AUD-REASON
               END-IF
           END-IF.
       AUDIT-SEARCH-RETIRED-EXIT.
           EXIT.

       AUDIT-CHECK-REFERENCE.
           PERFORM AUDIT-FIND-STATION THRU AUDIT-FIND-STATION-EXIT.
           IF WS-AUD-FOUND AND NOT WS-AUD-IS-RETIRED
               GO TO AUDIT-CHECK-REFERENCE-EXIT
           END-IF.
           MOVE 'ORPHAN' TO WS-AUD-KIND.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING WS-AUD-STN DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  WS-AUD-REASON DELIMITED BY '  '
               INTO WS-AUD-DETAIL.
           PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT.
       AUDIT-CHECK-REFERENCE-EXIT.
           EXIT.

       AUDIT-STATION-MASTER.
           MOVE 'GARES' TO WS-AUD-FILE.
           MOVE SPACES TO WS-AUD-KEY.
           IF STATION-TABLE-COUNT = 0
               MOVE 'E' TO WS-AUD-SEV
               MOVE 'EMPTY' TO WS-AUD-KIND
               MOVE 'NO STATION ON FILE - EVERY TRAIN WILL BE REJECTED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-STATION-MASTER-EXIT
           END-IF.
           IF WS-STATION-OVERFLOW
               MOVE 'E' TO WS-AUD-SEV
               MOVE 'CAPACITY' TO WS-AUD-KIND
               MOVE 'MORE THAN 999 STATIONS - EXTRA STATIONS IGNORED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           PERFORM AUDIT-ONE-STATION THRU AUDIT-ONE-STATION-EXIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > STATION-TABLE-COUNT.
       AUDIT-STATION-MASTER-EXIT.
           EXIT.

       AUDIT-ONE-STATION.
           MOVE 'GARES' TO WS-AUD-FILE.
           MOVE STATION-ENTRY(WS-AUD-IDX) TO WS-AUD-KEY.
           IF STATION-ENTRY(WS-AUD-IDX) = SPACES
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'BLANK' TO WS-AUD-KIND
               MOVE 'STATION RECORD WITH NO CODE' TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-ONE-STATION-EXIT
           END-IF.
           MOVE 'N' TO WS-AUD-DUP-FLAG.
           PERFORM AUDIT-COMPARE-STATION THRU
               AUDIT-COMPARE-STATION-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 NOT < WS-AUD-IDX
                   OR WS-AUD-IS-DUP.
           IF WS-AUD-IS-DUP
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'DUPLICATE' TO WS-AUD-KIND
               MOVE 'STATION CODE ENTERED MORE THAN ONCE'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               MOVE 'D' TO AUD-STN-USED(WS-AUD-IDX)
           END-IF.
       AUDIT-ONE-STATION-EXIT.
           EXIT.

       AUDIT-COMPARE-STATION.
           IF STATION-ENTRY(WS-AUD-IDX2) = STATION-ENTRY(WS-AUD-IDX)
               SET WS-AUD-IS-DUP TO TRUE
           END-IF.
       AUDIT-COMPARE-STATION-EXIT.
           EXIT.

       AUDIT-STATION-TRX.
           OPEN INPUT F19.
           IF WS-GARETRX-STATUS NOT = '35'
               PERFORM AUDIT-ONE-STATION-TRX THRU
                   AUDIT-ONE-STATION-TRX-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F19
           END-IF.
       AUDIT-STATION-TRX-EXIT.
           EXIT.

       AUDIT-ONE-STATION-TRX.
           READ F19 INTO STATION-TRX-RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TRX-RETIRE OR TRX-RENAME
                       IF AUD-RETIRED-COUNT < 200
                           ADD 1 TO AUD-RETIRED-COUNT
                           MOVE TRX-STATION TO
                               AUD-RET-STN(AUD-RETIRED-COUNT)
                           MOVE TRX-ACTION TO
                               AUD-RET-ACTION(AUD-RETIRED-COUNT)
                       ELSE
                           IF NOT WS-AUD-CAP-WARNED
                               DISPLAY 'GARETRX.DAT EXCEEDS AUDIT '
                                   'TABLE CAPACITY - EXTRA '
                                   'TRANSACTIONS IGNORED'
                               SET WS-AUD-CAP-WARNED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       AUDIT-ONE-STATION-TRX-EXIT.
           EXIT.

       AUDIT-PENDING-RETIREMENTS.
           PERFORM AUDIT-ONE-PENDING THRU AUDIT-ONE-PENDING-EXIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > AUD-RETIRED-COUNT.
       AUDIT-PENDING-RETIREMENTS-EXIT.
           EXIT.

       AUDIT-ONE-PENDING.
           MOVE AUD-RET-STN(WS-AUD-IDX) TO WS-AUD-STN.
           PERFORM AUDIT-FIND-STATION THRU AUDIT-FIND-STATION-EXIT.
           IF WS-AUD-FOUND
               MOVE 'I' TO WS-AUD-SEV
               MOVE 'GARES' TO WS-AUD-FILE
               MOVE 'PENDING' TO WS-AUD-KIND
               MOVE WS-AUD-STN TO WS-AUD-KEY
               IF AUD-RET-ACTION(WS-AUD-IDX) = 'REN'
                   MOVE 'RENAME IN GARETRX.DAT NOT YET APPLIED'
                       TO WS-AUD-DETAIL
               ELSE
                   MOVE 'RETIREMENT IN GARETRX.DAT NOT YET APPLIED'
                       TO WS-AUD-DETAIL
               END-IF
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
       AUDIT-ONE-PENDING-EXIT.
           EXIT.

       AUDIT-DISTANCE-MASTER.
           MOVE 'N' TO WS-AUD-CAP-FLAG.
           OPEN INPUT F31.
           IF WS-DISTANCE-STATUS = '35'
               MOVE 'I' TO WS-AUD-SEV
               MOVE 'DISTANCE' TO WS-AUD-FILE
               MOVE 'MISSING' TO WS-AUD-KIND
               MOVE SPACES TO WS-AUD-KEY
               MOVE 'NO DISTANCE FILE - KM-BASED STEPS SKIPPED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-DISTANCE-MASTER-EXIT
           END-IF.
           PERFORM AUDIT-ONE-DISTANCE THRU AUDIT-ONE-DISTANCE-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F31.
       AUDIT-DISTANCE-MASTER-EXIT.
           EXIT.

       AUDIT-ONE-DISTANCE.
           READ F31 INTO DISTANCE-RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO AUDIT-ONE-DISTANCE-EXIT
           END-READ.
           IF DISTANCE-RECORD = SPACES
               GO TO AUDIT-ONE-DISTANCE-EXIT
           END-IF.
           MOVE 'DISTANCE' TO WS-AUD-FILE.
           MOVE SPACES TO WS-AUD-KEY.
           STRING DST-STATION-DEP DELIMITED BY '  '
                  ' / ' DELIMITED BY SIZE
                  DST-STATION-DST DELIMITED BY '  '
               INTO WS-AUD-KEY.
           IF NOT (DST-KM NUMERIC AND DST-KM > 0)
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'BAD KM' TO WS-AUD-KIND
               MOVE 'DISTANCE NOT NUMERIC OR ZERO - PAIR IGNORED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           MOVE 'W' TO WS-AUD-SEV.
           MOVE DST-STATION-DEP TO WS-AUD-STN.
           PERFORM AUDIT-CHECK-REFERENCE THRU
               AUDIT-CHECK-REFERENCE-EXIT.
           MOVE DST-STATION-DST TO WS-AUD-STN.
           PERFORM AUDIT-CHECK-REFERENCE THRU
               AUDIT-CHECK-REFERENCE-EXIT.

           MOVE 'N' TO WS-AUD-DUP-FLAG.
           PERFORM AUDIT-COMPARE-DISTANCE THRU
               AUDIT-COMPARE-DISTANCE-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 > AUD-DIS-COUNT
                   OR WS-AUD-IS-DUP.
           IF WS-AUD-IS-DUP
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'DUPLICATE' TO WS-AUD-KIND
               MOVE 'PAIR ALREADY ON FILE IN ONE DIRECTION OR THE OTHER'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-ONE-DISTANCE-EXIT
           END-IF.
           IF AUD-DIS-COUNT < 999
               ADD 1 TO AUD-DIS-COUNT
               MOVE DST-STATION-DEP TO AUD-DIS-DEP(AUD-DIS-COUNT)
               MOVE DST-STATION-DST TO AUD-DIS-DST(AUD-DIS-COUNT)
           ELSE
               IF NOT WS-AUD-CAP-WARNED
                   MOVE 'W' TO WS-AUD-SEV
                   MOVE 'CAPACITY' TO WS-AUD-KIND
                   MOVE SPACES TO WS-AUD-KEY
                   MOVE 'MORE THAN 999 PAIRS - EXTRA PAIRS IGNORED'
                       TO WS-AUD-DETAIL
                   PERFORM ADD-AUDIT-FINDING THRU
                       ADD-AUDIT-FINDING-EXIT
                   SET WS-AUD-CAP-WARNED TO TRUE
               END-IF
           END-IF.
       AUDIT-ONE-DISTANCE-EXIT.
           EXIT.

       AUDIT-COMPARE-DISTANCE.
           IF (AUD-DIS-DEP(WS-AUD-IDX2) = DST-STATION-DEP
               AND AUD-DIS-DST(WS-AUD-IDX2) = DST-STATION-DST)
               OR (AUD-DIS-DEP(WS-AUD-IDX2) = DST-STATION-DST
               AND AUD-DIS-DST(WS-AUD-IDX2) = DST-STATION-DEP)
               SET WS-AUD-IS-DUP TO TRUE
           END-IF.
       AUDIT-COMPARE-DISTANCE-EXIT.
           EXIT.

       AUDIT-CONSIST-MASTER.
           MOVE 'N' TO WS-AUD-CAP-FLAG.
           OPEN INPUT F18.
           IF WS-COMPOS-STATUS = '35'
               MOVE 'I' TO WS-AUD-SEV
               MOVE 'COMPOS' TO WS-AUD-FILE
               MOVE 'MISSING' TO WS-AUD-KIND
               MOVE SPACES TO WS-AUD-KEY
               MOVE 'NO CONSIST FILE - NO SEATS OR UNITS ALLOCATED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-CONSIST-MASTER-EXIT
           END-IF.
           PERFORM AUDIT-ONE-CONSIST THRU AUDIT-ONE-CONSIST-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F18.
       AUDIT-CONSIST-MASTER-EXIT.
           EXIT.

       AUDIT-ONE-CONSIST.
           READ F18 INTO CONSIST-RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO AUDIT-ONE-CONSIST-EXIT
           END-READ.
           IF CONSIST-RECORD = SPACES
               GO TO AUDIT-ONE-CONSIST-EXIT
           END-IF.
           MOVE 'COMPOS' TO WS-AUD-FILE.
           MOVE SPACES TO WS-AUD-KEY.
           STRING CST-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CST-STATION-DEP DELIMITED BY '  '
                  ' / ' DELIMITED BY SIZE
                  CST-STATION-DST DELIMITED BY '  '
               INTO WS-AUD-KEY.
           IF CST-TYPE NOT = 'TGV' AND CST-TYPE NOT = 'COR'
               AND CST-TYPE NOT = 'TER'
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'BAD TYPE' TO WS-AUD-KIND
               MOVE 'TRAIN TYPE NOT TGV, COR OR TER - NEVER MATCHED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           IF NOT (CST-CARS NUMERIC AND CST-CARS > 0)
               OR NOT (CST-SEATS-CAR NUMERIC AND CST-SEATS-CAR > 0)
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'BAD SIZE' TO WS-AUD-KIND
               MOVE 'CARS OR SEATS PER CAR NOT NUMERIC OR ZERO'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           MOVE 'W' TO WS-AUD-SEV.
           MOVE CST-STATION-DEP TO WS-AUD-STN.
           PERFORM AUDIT-CHECK-REFERENCE THRU
               AUDIT-CHECK-REFERENCE-EXIT.
           MOVE CST-STATION-DST TO WS-AUD-STN.
           PERFORM AUDIT-CHECK-REFERENCE THRU
               AUDIT-CHECK-REFERENCE-EXIT.

           MOVE 'N' TO WS-AUD-DUP-FLAG.
           PERFORM AUDIT-COMPARE-CONSIST THRU
               AUDIT-COMPARE-CONSIST-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 > AUD-CST-COUNT
                   OR WS-AUD-IS-DUP.
           IF WS-AUD-IS-DUP
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'DUPLICATE' TO WS-AUD-KIND
               MOVE SPACES TO WS-AUD-DETAIL
               STRING 'ROUTE ALREADY HAS CONSIST ' DELIMITED BY SIZE
                      AUD-CST-CODE(WS-AUD-MATCH) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      CST-COMPO-CODE DELIMITED BY SIZE
                      ' NEVER USED' DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-ONE-CONSIST-EXIT
           END-IF.
           IF AUD-CST-COUNT < 999
               ADD 1 TO AUD-CST-COUNT
               MOVE CST-TYPE TO AUD-CST-TYPE(AUD-CST-COUNT)
               MOVE CST-STATION-DEP TO AUD-CST-DEP(AUD-CST-COUNT)
               MOVE CST-STATION-DST TO AUD-CST-DST(AUD-CST-COUNT)
               MOVE CST-COMPO-CODE TO AUD-CST-CODE(AUD-CST-COUNT)
               MOVE 'N' TO AUD-CST-USED(AUD-CST-COUNT)
           ELSE
               IF NOT WS-AUD-CAP-WARNED
                   MOVE 'W' TO WS-AUD-SEV
                   MOVE 'CAPACITY' TO WS-AUD-KIND
                   MOVE SPACES TO WS-AUD-KEY
                   MOVE 'MORE THAN 999 CONSISTS - EXTRA ENTRIES IGNORED'
                       TO WS-AUD-DETAIL
                   PERFORM ADD-AUDIT-FINDING THRU
                       ADD-AUDIT-FINDING-EXIT
                   SET WS-AUD-CAP-WARNED TO TRUE
               END-IF
           END-IF.
       AUDIT-ONE-CONSIST-EXIT.
           EXIT.

       AUDIT-COMPARE-CONSIST.
           IF AUD-CST-TYPE(WS-AUD-IDX2) = CST-TYPE
               AND AUD-CST-DEP(WS-AUD-IDX2) = CST-STATION-DEP
               AND AUD-CST-DST(WS-AUD-IDX2) = CST-STATION-DST
               SET WS-AUD-IS-DUP TO TRUE
               MOVE WS-AUD-IDX2 TO WS-AUD-MATCH
           END-IF.
       AUDIT-COMPARE-CONSIST-EXIT.
           EXIT.

       AUDIT-CREW-ROSTER.
           MOVE 'N' TO WS-AUD-CAP-FLAG.
           OPEN INPUT F24.
           IF WS-EQUIPES-STATUS = '35'
               MOVE 'I' TO WS-AUD-SEV
               MOVE 'EQUIPES' TO WS-AUD-FILE
               MOVE 'MISSING' TO WS-AUD-KIND
               MOVE SPACES TO WS-AUD-KEY
               MOVE 'NO CREW ROSTER - CREW ASSIGNMENT SKIPPED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-CREW-ROSTER-EXIT
           END-IF.
           PERFORM AUDIT-ONE-AGENT THRU AUDIT-ONE-AGENT-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F24.
           IF AUD-AGT-COUNT > 500
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'EQUIPES' TO WS-AUD-FILE
               MOVE 'CAPACITY' TO WS-AUD-KIND
               MOVE SPACES TO WS-AUD-KEY
               MOVE 'MORE THAN 500 AGENTS - EXTRA AGENTS NEVER ASSIGNED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
       AUDIT-CREW-ROSTER-EXIT.
           EXIT.

       AUDIT-ONE-AGENT.
           READ F24 INTO CREW-ROSTER-RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO AUDIT-ONE-AGENT-EXIT
           END-READ.
           IF CREW-ROSTER-RECORD = SPACES
               GO TO AUDIT-ONE-AGENT-EXIT
           END-IF.
           MOVE 'EQUIPES' TO WS-AUD-FILE.
           MOVE AGT-ID TO WS-AUD-KEY.
           MOVE 'N' TO WS-AUD-DUP-FLAG.
           PERFORM AUDIT-COMPARE-AGENT THRU AUDIT-COMPARE-AGENT-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 > AUD-AGT-COUNT
                   OR WS-AUD-IDX2 > 999
                   OR WS-AUD-IS-DUP.
           IF WS-AUD-IS-DUP
               MOVE 'E' TO WS-AUD-SEV
               MOVE 'DUPLICATE' TO WS-AUD-KIND
               MOVE 'AGENT ID ENTERED MORE THAN ONCE' TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           ADD 1 TO AUD-AGT-COUNT.
           IF AUD-AGT-COUNT NOT > 999
               MOVE AGT-ID TO AUD-AGT-ID(AUD-AGT-COUNT)
           END-IF.
           IF NOT AGT-DRIVER AND NOT AGT-CONDUCTOR
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'BAD ROLE' TO WS-AUD-KIND
               MOVE 'ROLE NOT DRV OR CND - AGENT NEVER ASSIGNED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           IF AGT-SHIFT-DEB NUMERIC AND AGT-SHIFT-FIN NUMERIC
               DIVIDE AGT-SHIFT-DEB BY 100 GIVING WS-SHIFT-HH
                   REMAINDER WS-SHIFT-MM
               IF WS-SHIFT-HH > 23 OR WS-SHIFT-MM > 59
                   MOVE 'N' TO WS-AUD-SHIFT-FLAG
               ELSE
                   DIVIDE AGT-SHIFT-FIN BY 100 GIVING WS-SHIFT-HH
                       REMAINDER WS-SHIFT-MM
                   IF WS-SHIFT-HH > 23 OR WS-SHIFT-MM > 59
                       MOVE 'N' TO WS-AUD-SHIFT-FLAG
                   ELSE
                       MOVE 'Y' TO WS-AUD-SHIFT-FLAG
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-AUD-SHIFT-FLAG
           END-IF.
           IF NOT WS-AUD-SHIFT-OK
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'BAD SHIFT' TO WS-AUD-KIND
               MOVE 'SHIFT START OR END NOT A VALID HHMM TIME'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           IF AGT-QUAL-TGV NOT = 'Y' AND AGT-QUAL-COR NOT = 'Y'
               AND AGT-QUAL-TER NOT = 'Y'
               MOVE 'I' TO WS-AUD-SEV
               MOVE 'NO QUALIF' TO WS-AUD-KIND
               MOVE 'AGENT NOT QUALIFIED ON ANY TRAIN TYPE'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           MOVE 'E' TO WS-AUD-SEV.
           MOVE AGT-DEPOT TO WS-AUD-STN.
           PERFORM AUDIT-FIND-STATION THRU AUDIT-FIND-STATION-EXIT.
           IF NOT WS-AUD-FOUND OR WS-AUD-IS-RETIRED
               MOVE SPACES TO WS-AUD-KEY
               STRING AGT-ID DELIMITED BY SIZE
                      ' DEPOT ' DELIMITED BY SIZE
                      AGT-DEPOT DELIMITED BY '  '
                   INTO WS-AUD-KEY
               MOVE 'ORPHAN' TO WS-AUD-KIND
               MOVE WS-AUD-REASON TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
       AUDIT-ONE-AGENT-EXIT.
           EXIT.

       AUDIT-COMPARE-AGENT.
           IF AUD-AGT-ID(WS-AUD-IDX2) = AGT-ID
               SET WS-AUD-IS-DUP TO TRUE
           END-IF.
       AUDIT-COMPARE-AGENT-EXIT.
           EXIT.

       AUDIT-NUMBER-SERIES.
           OPEN INPUT F10.
           IF WS-NUMSER-STATUS = '35'
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'NUMSERIE' TO WS-AUD-FILE
               MOVE 'MISSING' TO WS-AUD-KIND
               MOVE SPACES TO WS-AUD-KEY
               MOVE 'NO NUMBER SERIES FILE - DEFAULT SERIES USED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-NUMBER-SERIES-EXIT
           END-IF.
           PERFORM AUDIT-ONE-SERIES THRU AUDIT-ONE-SERIES-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F10.
       AUDIT-NUMBER-SERIES-EXIT.
           EXIT.

       AUDIT-ONE-SERIES.
           READ F10 INTO NUMBER-SERIES-RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO AUDIT-ONE-SERIES-EXIT
           END-READ.
           IF NUMBER-SERIES-RECORD = SPACES
               GO TO AUDIT-ONE-SERIES-EXIT
           END-IF.
           MOVE 'NUMSERIE' TO WS-AUD-FILE.
           MOVE SER-TYPE TO WS-AUD-KEY.
           IF NOT SER-TGV AND NOT SER-COR AND NOT SER-TER
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'BAD TYPE' TO WS-AUD-KIND
               MOVE 'SERIES TYPE NOT TGV, COR OR TER - IGNORED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-ONE-SERIES-EXIT
           END-IF.
           IF SER-NEXT NOT NUMERIC
               MOVE 'E' TO WS-AUD-SEV
               MOVE 'BAD NUMBER' TO WS-AUD-KIND
               MOVE 'NEXT TRAIN NUMBER NOT NUMERIC' TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
           MOVE 'N' TO WS-AUD-DUP-FLAG.
           PERFORM AUDIT-COMPARE-SERIES THRU AUDIT-COMPARE-SERIES-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 > AUD-SER-COUNT
                   OR WS-AUD-IS-DUP.
           IF WS-AUD-IS-DUP
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'DUPLICATE' TO WS-AUD-KIND
               MOVE 'SERIES ENTERED MORE THAN ONCE - LAST ONE IS USED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               GO TO AUDIT-ONE-SERIES-EXIT
           END-IF.
           IF AUD-SER-COUNT < 20
               ADD 1 TO AUD-SER-COUNT
               MOVE SER-TYPE TO AUD-SER-TYPE(AUD-SER-COUNT)
               MOVE 'N' TO AUD-SER-USED(AUD-SER-COUNT)
           END-IF.
       AUDIT-ONE-SERIES-EXIT.
           EXIT.

       AUDIT-COMPARE-SERIES.
           IF AUD-SER-TYPE(WS-AUD-IDX2) = SER-TYPE
               SET WS-AUD-IS-DUP TO TRUE
           END-IF.
       AUDIT-COMPARE-SERIES-EXIT.
           EXIT.

       AUDIT-TRAIN-INPUT.
           OPEN INPUT F1.
           PERFORM AUDIT-ONE-TRAIN THRU AUDIT-ONE-TRAIN-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F1.
       AUDIT-TRAIN-INPUT-EXIT.
           EXIT.

       AUDIT-ONE-TRAIN.
           MOVE SPACES TO TRAIN-PLANNING.
           READ F1 INTO TRAIN-PLANNING
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO AUDIT-ONE-TRAIN-EXIT
           END-READ.
           IF TRAIN-PLANNING = SPACES
               GO TO AUDIT-ONE-TRAIN-EXIT
           END-IF.
           ADD 1 TO COMPTEUR-AUD-TRAINS.
           MOVE 'TRAIN1' TO WS-AUD-FILE.
           MOVE SPACES TO WS-AUD-KEY.
           STRING RECORD-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STATION-DEPART DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  TRAIN-TIME DELIMITED BY SIZE
               INTO WS-AUD-KEY.

           MOVE STATION-DEPART TO WS-AUD-STN.
           PERFORM AUDIT-FIND-STATION THRU AUDIT-FIND-STATION-EXIT.
           IF WS-AUD-FOUND
               MOVE 'Y' TO AUD-STN-USED(WS-AUD-MATCH)
           END-IF.
           IF NOT WS-AUD-FOUND
               MOVE 'E' TO WS-AUD-SEV
               MOVE 'ORPHAN' TO WS-AUD-KIND
               MOVE 'DEPARTURE NOT IN GARES.DAT - TRAIN REJECTED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           ELSE
               IF WS-AUD-IS-RETIRED
                   MOVE 'W' TO WS-AUD-SEV
                   MOVE 'ORPHAN' TO WS-AUD-KIND
                   MOVE WS-AUD-REASON TO WS-AUD-DETAIL
                   PERFORM ADD-AUDIT-FINDING THRU
                       ADD-AUDIT-FINDING-EXIT
               END-IF
           END-IF.

           MOVE STATION-DEST TO WS-AUD-STN.
           PERFORM AUDIT-FIND-STATION THRU AUDIT-FIND-STATION-EXIT.
           IF WS-AUD-FOUND
               MOVE 'Y' TO AUD-STN-USED(WS-AUD-MATCH)
           END-IF.
           IF NOT WS-AUD-FOUND OR WS-AUD-IS-RETIRED
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'ORPHAN' TO WS-AUD-KIND
               IF WS-AUD-IS-RETIRED
                   MOVE WS-AUD-REASON TO WS-AUD-DETAIL
               ELSE
                   MOVE 'DESTINATION NOT IN GARES.DAT' TO WS-AUD-DETAIL
               END-IF
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.

           PERFORM AUDIT-ONE-HALT THRU AUDIT-ONE-HALT-EXIT
               VARYING WS-AUD-HALT-IDX FROM 1 BY 1
               UNTIL WS-AUD-HALT-IDX > 10.

           MOVE 'N' TO WS-AUD-FLAG.
           PERFORM AUDIT-USE-CONSIST THRU AUDIT-USE-CONSIST-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 > AUD-CST-COUNT
                   OR WS-AUD-FOUND.

           IF NOT SOURCE-TGV AND NOT SOURCE-CORAIL AND NOT SOURCE-TER
               GO TO AUDIT-ONE-TRAIN-EXIT
           END-IF.
           MOVE 'N' TO WS-AUD-FLAG.
           PERFORM AUDIT-USE-SERIES THRU AUDIT-USE-SERIES-EXIT
               VARYING WS-AUD-IDX2 FROM 1 BY 1
               UNTIL WS-AUD-IDX2 > AUD-SER-COUNT
                   OR WS-AUD-FOUND.
           IF NOT WS-AUD-FOUND AND WS-NUMSER-STATUS NOT = '35'
               AND AUD-SER-COUNT < 20
               MOVE 'E' TO WS-AUD-SEV
               MOVE 'NUMSERIE' TO WS-AUD-FILE
               MOVE 'MISSING' TO WS-AUD-KIND
               MOVE RECORD-TYPE TO WS-AUD-KEY
               MOVE 'TRAINS OF THIS TYPE BUT NO SERIES - DEFAULT USED'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
               ADD 1 TO AUD-SER-COUNT
               MOVE RECORD-TYPE TO AUD-SER-TYPE(AUD-SER-COUNT)
               MOVE 'M' TO AUD-SER-USED(AUD-SER-COUNT)
           END-IF.
       AUDIT-ONE-TRAIN-EXIT.
           EXIT.

       AUDIT-ONE-HALT.
           IF TRAIN-HALT-STATION(WS-AUD-HALT-IDX) = SPACES
               GO TO AUDIT-ONE-HALT-EXIT
           END-IF.
           MOVE TRAIN-HALT-STATION(WS-AUD-HALT-IDX) TO WS-AUD-STN.
           PERFORM AUDIT-FIND-STATION THRU AUDIT-FIND-STATION-EXIT.
           IF WS-AUD-FOUND
               MOVE 'Y' TO AUD-STN-USED(WS-AUD-MATCH)
           END-IF.
           IF NOT WS-AUD-FOUND OR WS-AUD-IS-RETIRED
               MOVE 'W' TO WS-AUD-SEV
               MOVE 'ORPHAN' TO WS-AUD-KIND
               MOVE SPACES TO WS-AUD-DETAIL
               STRING 'HALT CODE ' DELIMITED BY SIZE
                      TRAIN-HALT-STATION(WS-AUD-HALT-IDX)
                          DELIMITED BY SPACE
                      ' NOT A CURRENT STATION' DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
       AUDIT-ONE-HALT-EXIT.
           EXIT.

       AUDIT-USE-CONSIST.
           IF AUD-CST-TYPE(WS-AUD-IDX2) = RECORD-TYPE
               AND AUD-CST-DEP(WS-AUD-IDX2) = STATION-DEPART
               AND AUD-CST-DST(WS-AUD-IDX2) = STATION-DEST
               SET WS-AUD-FOUND TO TRUE
               MOVE 'Y' TO AUD-CST-USED(WS-AUD-IDX2)
           END-IF.
       AUDIT-USE-CONSIST-EXIT.
           EXIT.

       AUDIT-USE-SERIES.
           IF AUD-SER-TYPE(WS-AUD-IDX2) = RECORD-TYPE
               SET WS-AUD-FOUND TO TRUE
               IF AUD-SER-USED(WS-AUD-IDX2) = 'N'
                   MOVE 'Y' TO AUD-SER-USED(WS-AUD-IDX2)
               END-IF
           END-IF.
       AUDIT-USE-SERIES-EXIT.
           EXIT.

       AUDIT-UNUSED-ENTRIES.
           MOVE 'I' TO WS-AUD-SEV.
           MOVE 'UNUSED' TO WS-AUD-KIND.
           MOVE 'COMPOS' TO WS-AUD-FILE.
           PERFORM AUDIT-UNUSED-CONSIST THRU AUDIT-UNUSED-CONSIST-EXIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > AUD-CST-COUNT.
           MOVE 'NUMSERIE' TO WS-AUD-FILE.
           PERFORM AUDIT-UNUSED-SERIES THRU AUDIT-UNUSED-SERIES-EXIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > AUD-SER-COUNT.
           MOVE 'GARES' TO WS-AUD-FILE.
           PERFORM AUDIT-UNUSED-STATION THRU AUDIT-UNUSED-STATION-EXIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > STATION-TABLE-COUNT.
       AUDIT-UNUSED-ENTRIES-EXIT.
           EXIT.

       AUDIT-UNUSED-CONSIST.
           IF AUD-CST-USED(WS-AUD-IDX) = 'N'
               MOVE SPACES TO WS-AUD-KEY
               STRING AUD-CST-TYPE(WS-AUD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUD-CST-DEP(WS-AUD-IDX) DELIMITED BY '  '
                      ' / ' DELIMITED BY SIZE
                      AUD-CST-DST(WS-AUD-IDX) DELIMITED BY '  '
                   INTO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING 'CONSIST ' DELIMITED BY SIZE
                      AUD-CST-CODE(WS-AUD-IDX) DELIMITED BY SIZE
                      ' - NO TRAIN ON THIS ROUTE' DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
       AUDIT-UNUSED-CONSIST-EXIT.
           EXIT.

       AUDIT-UNUSED-SERIES.
           IF AUD-SER-USED(WS-AUD-IDX) = 'N'
               MOVE AUD-SER-TYPE(WS-AUD-IDX) TO WS-AUD-KEY
               MOVE 'NO TRAIN OF THIS TYPE IN TRAIN1.DAT'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
       AUDIT-UNUSED-SERIES-EXIT.
           EXIT.

       AUDIT-UNUSED-STATION.
           IF AUD-STN-USED(WS-AUD-IDX) = SPACE
               AND STATION-ENTRY(WS-AUD-IDX) NOT = SPACES
               MOVE STATION-ENTRY(WS-AUD-IDX) TO WS-AUD-KEY
               MOVE 'NO TRAIN STARTS, ENDS OR CALLS HERE'
                   TO WS-AUD-DETAIL
               PERFORM ADD-AUDIT-FINDING THRU ADD-AUDIT-FINDING-EXIT
           END-IF.
       AUDIT-UNUSED-STATION-EXIT.
           EXIT.

       WRITE-INTEGRITY-REPORT.
           OPEN OUTPUT F66.
           MOVE SPACES TO INTEGRIT-LINE.
           STRING 'MASTER-DATA INTEGRITY AUDIT  RUN ' DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  '  TRAIN RECORDS CHECKED=' DELIMITED BY SIZE
                  COMPTEUR-AUD-TRAINS DELIMITED BY SIZE
               INTO INTEGRIT-LINE.
           WRITE INTEGRIT-LINE.
           MOVE SPACES TO INTEGRIT-LINE.
           STRING 'STATIONS=' DELIMITED BY SIZE
                  STATION-TABLE-COUNT DELIMITED BY SIZE
                  '  DISTANCES=' DELIMITED BY SIZE
                  AUD-DIS-COUNT DELIMITED BY SIZE
                  '  CONSISTS=' DELIMITED BY SIZE
                  AUD-CST-COUNT DELIMITED BY SIZE
                  '  AGENTS=' DELIMITED BY SIZE
                  AUD-AGT-COUNT DELIMITED BY SIZE
                  '  GARETRX RET/REN=' DELIMITED BY SIZE
                  AUD-RETIRED-COUNT DELIMITED BY SIZE
               INTO INTEGRIT-LINE.
           WRITE INTEGRIT-LINE.
           MOVE SPACES TO INTEGRIT-LINE.
           STRING 'ERRORS=' DELIMITED BY SIZE
                  COMPTEUR-AUD-ERREURS DELIMITED BY SIZE
                  '  WARNINGS=' DELIMITED BY SIZE
                  COMPTEUR-AUD-ALERTES DELIMITED BY SIZE
                  '  INFO=' DELIMITED BY SIZE
                  COMPTEUR-AUD-INFOS DELIMITED BY SIZE
               INTO INTEGRIT-LINE.
           WRITE INTEGRIT-LINE.

           MOVE 'E' TO WS-AUD-PRINT-SEV.
           MOVE 'ERROR' TO WS-AUD-SEV-TEXT.
           MOVE 'ERRORS (BLOCKING)' TO INTEGRIT-LINE.
           PERFORM WRITE-INTEGRITY-SECTION THRU
               WRITE-INTEGRITY-SECTION-EXIT.
           MOVE 'W' TO WS-AUD-PRINT-SEV.
           MOVE 'WARNING' TO WS-AUD-SEV-TEXT.
           MOVE 'WARNINGS' TO INTEGRIT-LINE.
           PERFORM WRITE-INTEGRITY-SECTION THRU
               WRITE-INTEGRITY-SECTION-EXIT.
           MOVE 'I' TO WS-AUD-PRINT-SEV.
           MOVE 'INFO' TO WS-AUD-SEV-TEXT.
           MOVE 'INFORMATION' TO INTEGRIT-LINE.
           PERFORM WRITE-INTEGRITY-SECTION THRU
               WRITE-INTEGRITY-SECTION-EXIT.

           IF WS-AUD-FND-OVERFLOW
               MOVE 'FINDINGS BEYOND 999 NOT LISTED - COUNTS COMPLETE'
                   TO INTEGRIT-LINE
               WRITE INTEGRIT-LINE
           END-IF.
           MOVE SPACES TO INTEGRIT-LINE.
           WRITE INTEGRIT-LINE.
           IF COMPTEUR-AUD-ERREURS > 0
               MOVE 'RESULT: BLOCKING - NIGHTLY PLAN MUST NOT RUN'
                   TO INTEGRIT-LINE
           ELSE
               IF COMPTEUR-AUD-ALERTES > 0
                   MOVE 'RESULT: WARNINGS - NIGHTLY PLAN MAY RUN'
                       TO INTEGRIT-LINE
               ELSE
                   MOVE 'RESULT: CLEAN' TO INTEGRIT-LINE
               END-IF
           END-IF.
           WRITE INTEGRIT-LINE.
           CLOSE F66.
       WRITE-INTEGRITY-REPORT-EXIT.
           EXIT.

       WRITE-INTEGRITY-SECTION.
           WRITE INTEGRIT-LINE.
           MOVE 0 TO WS-AUD-MATCH.
           PERFORM WRITE-ONE-FINDING THRU WRITE-ONE-FINDING-EXIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > AUD-FND-COUNT.
           IF WS-AUD-MATCH = 0
               MOVE '        NONE' TO INTEGRIT-LINE
               WRITE INTEGRIT-LINE
           END-IF.
       WRITE-INTEGRITY-SECTION-EXIT.
           EXIT.

       WRITE-ONE-FINDING.
           IF AUD-FND-SEV(WS-AUD-IDX) = WS-AUD-PRINT-SEV
               ADD 1 TO WS-AUD-MATCH
               MOVE SPACES TO INTEGRIT-LINE
               MOVE WS-AUD-SEV-TEXT TO INTEGRIT-LINE(1:8)
               MOVE AUD-FND-TEXT(WS-AUD-IDX) TO INTEGRIT-LINE(9:124)
               WRITE INTEGRIT-LINE
           END-IF.
       WRITE-ONE-FINDING-EXIT.
           EXIT.

       PROCESS-WHATIF.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT F68.
           PERFORM VERIFY-WHATIF-BASELINE THRU
               VERIFY-WHATIF-BASELINE-EXIT.
           IF WIF-BAD-PLAN
               WRITE WHATIF-LINE
               CLOSE F68
               MOVE 8 TO RETURN-CODE
               GO TO PROCESS-WHATIF-EXIT
           END-IF.
           PERFORM LOAD-CONSIST-MASTER THRU LOAD-CONSIST-MASTER-EXIT.
           PERFORM LOAD-CREW-ROSTER THRU LOAD-CREW-ROSTER-EXIT.
           PERFORM LOAD-DISTANCE-MASTER THRU LOAD-DISTANCE-MASTER-EXIT.
           PERFORM LOAD-UNIT-MASTER THRU LOAD-UNIT-MASTER-EXIT.
           PERFORM LOAD-WHATIF-PLAN THRU LOAD-WHATIF-PLAN-EXIT.
           IF WIF-BAD-PLAN
               MOVE 'TRAIN3.DFT IS A WEEK DRAFT - NOT A SINGLE-DAY PLAN'
                   TO WHATIF-LINE
               WRITE WHATIF-LINE
               CLOSE F68
               MOVE 8 TO RETURN-CODE
               GO TO PROCESS-WHATIF-EXIT
           END-IF.
           IF WS-TRAIN-COUNT = 0
               MOVE 'NO PLAN ON FILE (TRAIN3.DFT) - NOTHING TO RE-PLAN'
                   TO WHATIF-LINE
               WRITE WHATIF-LINE
               CLOSE F68
               MOVE 8 TO RETURN-CODE
               GO TO PROCESS-WHATIF-EXIT
           END-IF.
           PERFORM LOAD-CREW-BASELINE THRU LOAD-CREW-BASELINE-EXIT.
           PERFORM LOAD-ROTATION-BASELINE THRU
               LOAD-ROTATION-BASELINE-EXIT.
           IF WS-CREWPLAN-STATUS = '35' OR WS-ROULEMNT-STATUS = '35'
               MOVE 'NO BASELINE CREWPLAN.DAT/ROULEMNT.DAT ON FILE'
                   TO WHATIF-LINE
               WRITE WHATIF-LINE
               CLOSE F68
               MOVE 8 TO RETURN-CODE
               GO TO PROCESS-WHATIF-EXIT
           END-IF.

           MOVE SPACES TO WHATIF-LINE.
           STRING 'WHAT-IF RE-PLAN  RUN ' DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  '  PLAN DATE=' DELIMITED BY SIZE
                  WIF-VER-DATE DELIMITED BY SIZE
                  '  LEGS=' DELIMITED BY SIZE
                  WS-TRAIN-COUNT DELIMITED BY SIZE
                  '  AGENTS=' DELIMITED BY SIZE
                  CREW-TABLE-COUNT DELIMITED BY SIZE
                  '  UNITS=' DELIMITED BY SIZE
                  UNIT-TABLE-COUNT DELIMITED BY SIZE
               INTO WHATIF-LINE.
           WRITE WHATIF-LINE.
           MOVE 'BASELINE: TRAIN3.DFT, CREWPLAN.DAT, ROULEMNT.DAT'
               TO WHATIF-LINE.
           WRITE WHATIF-LINE.
           PERFORM LOAD-UNAVAILABILITY THRU LOAD-UNAVAILABILITY-EXIT.

           PERFORM WITHDRAW-ONE-CONSIST THRU WITHDRAW-ONE-CONSIST-EXIT
               VARYING WS-ROT-IDX FROM 1 BY 1
               UNTIL WS-ROT-IDX > WS-TRAIN-COUNT.
           MOVE 0 TO COMPTEUR-SANS-EQUIPE.
           PERFORM RESET-ONE-AGENT THRU RESET-ONE-AGENT-EXIT
               VARYING WS-CRW-IDX FROM 1 BY 1
               UNTIL WS-CRW-IDX > CREW-TABLE-COUNT.
           PERFORM ASSIGN-CREW-ONE-LEG THRU ASSIGN-CREW-ONE-LEG-EXIT
               VARYING WS-CREW-LEG-IDX FROM 1 BY 1
               UNTIL WS-CREW-LEG-IDX > WS-TRAIN-COUNT.
           MOVE 0 TO COMPTEUR-ROT-EXC.
           PERFORM EVALUATE-UNITS-DUE THRU EVALUATE-UNITS-DUE-EXIT.
           PERFORM INIT-ONE-ROTATION THRU INIT-ONE-ROTATION-EXIT
               VARYING WS-ROT-IDX FROM 1 BY 1
               UNTIL WS-ROT-IDX > WS-TRAIN-COUNT.
           PERFORM PAIR-ONE-ARRIVAL THRU PAIR-ONE-ARRIVAL-EXIT
               VARYING WS-ROT-IDX FROM 1 BY 1
               UNTIL WS-ROT-IDX > WS-TRAIN-COUNT.

           MOVE SPACES TO WHATIF-LINE.
           WRITE WHATIF-LINE.
           MOVE 'LEGS CHANGED OR UNCOVERED' TO WHATIF-LINE.
           WRITE WHATIF-LINE.
           PERFORM COMPARE-WHATIF-LEG THRU COMPARE-WHATIF-LEG-EXIT
               VARYING WIF-LEG-IDX FROM 1 BY 1
               UNTIL WIF-LEG-IDX > WS-TRAIN-COUNT.
           IF COMPTEUR-WIF-PERTES = 0 AND COMPTEUR-WIF-DECOUVERTS = 0
               AND COMPTEUR-WIF-REAFFECT = 0
               MOVE '        NONE' TO WHATIF-LINE
               WRITE WHATIF-LINE
           END-IF.

           MOVE SPACES TO WHATIF-LINE.
           WRITE WHATIF-LINE.
           MOVE 'RESOURCES WITHDRAWN' TO WHATIF-LINE.
           WRITE WHATIF-LINE.
           IF WIF-NO-INDISPO
               MOVE '        NO UNAVAILABILITY FILE (INDISPO.DAT)'
                   TO WHATIF-LINE
               WRITE WHATIF-LINE
           END-IF.
           PERFORM WRITE-WITHDRAWN-RESOURCE THRU
               WRITE-WITHDRAWN-RESOURCE-EXIT
               VARYING WS-IND-IDX FROM 1 BY 1
               UNTIL WS-IND-IDX > INDISPO-TABLE-COUNT.

           MOVE SPACES TO WHATIF-LINE.
           WRITE WHATIF-LINE.
           MOVE SPACES TO WHATIF-LINE.
           STRING 'LEGS LOSING CREW OR UNIT=' DELIMITED BY SIZE
                  COMPTEUR-WIF-PERTES DELIMITED BY SIZE
                  '  REASSIGNMENTS FOUND=' DELIMITED BY SIZE
                  COMPTEUR-WIF-REAFFECT DELIMITED BY SIZE
                  '  LEGS UNCOVERED=' DELIMITED BY SIZE
                  COMPTEUR-WIF-DECOUVERTS DELIMITED BY SIZE
                  ' (NEW=' DELIMITED BY SIZE
                  COMPTEUR-WIF-NOUVEAUX DELIMITED BY SIZE
                  ' ALREADY IN BASELINE=' DELIMITED BY SIZE
                  COMPTEUR-WIF-DEJA DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WHATIF-LINE.
           WRITE WHATIF-LINE.
           IF COMPTEUR-WIF-NOUVEAUX > 0
               MOVE 'RESULT: LEGS LEFT UNCOVERED - COVER MUST BE FOUND'
                   TO WHATIF-LINE
           ELSE
               MOVE 'RESULT: NO NEW UNCOVERED LEG' TO WHATIF-LINE
           END-IF.
           WRITE WHATIF-LINE.
           CLOSE F68.

           DISPLAY 'WHAT-IF: LOST=' COMPTEUR-WIF-PERTES
               ' REASSIGNED=' COMPTEUR-WIF-REAFFECT
               ' UNCOVERED=' COMPTEUR-WIF-DECOUVERTS
               ' NEW=' COMPTEUR-WIF-NOUVEAUX.
           IF COMPTEUR-WIF-NOUVEAUX > 0 OR COMPTEUR-WIF-INCONNUS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       PROCESS-WHATIF-EXIT.
           EXIT.

       VERIFY-WHATIF-BASELINE.
           MOVE 'N' TO WIF-BAD-PLAN-FLAG.
           MOVE 0 TO WIF-VER-DATE.
           MOVE SPACES TO WIF-VER-MODE.
           MOVE SPACES TO WHATIF-LINE.
           OPEN INPUT F61.
           IF WS-PLANVERS-STATUS = '35'
               SET WIF-BAD-PLAN TO TRUE
               MOVE 'NO PLANVERS.DAT - BASELINE PLAN RUN NOT VERIFIED'
                   TO WHATIF-LINE
               GO TO VERIFY-WHATIF-BASELINE-EXIT
           END-IF.
           PERFORM READ-WHATIF-VERSION THRU READ-WHATIF-VERSION-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F61.
           IF WIF-VER-MODE NOT = 'PLAN'
               SET WIF-BAD-PLAN TO TRUE
               STRING 'LATEST PLAN RUN MODE=' DELIMITED BY SIZE
                      WIF-VER-MODE DELIMITED BY SIZE
                      ' DATE=' DELIMITED BY SIZE
                      WIF-VER-DATE DELIMITED BY SIZE
                      ' - NOT A SINGLE-DAY PLAN RUN' DELIMITED BY SIZE
                   INTO WHATIF-LINE
               GO TO VERIFY-WHATIF-BASELINE-EXIT
           END-IF.
           IF WIF-VER-DATE NOT = WS-PLAN-DATE
               SET WIF-BAD-PLAN TO TRUE
               STRING 'LATEST PLAN RUN IS FOR ' DELIMITED BY SIZE
                      WIF-VER-DATE DELIMITED BY SIZE
                      ' - PARAM.DAT PLAN DATE IS ' DELIMITED BY SIZE
                      WS-PLAN-DATE DELIMITED BY SIZE
                   INTO WHATIF-LINE
           END-IF.
       VERIFY-WHATIF-BASELINE-EXIT.
           EXIT.

       READ-WHATIF-VERSION.
           READ F61
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE VER-DATE TO WIF-VER-DATE
                   MOVE VER-MODE TO WIF-VER-MODE
           END-READ.
       READ-WHATIF-VERSION-EXIT.
           EXIT.

       LOAD-WHATIF-PLAN.
           MOVE 0 TO WS-TRAIN-COUNT.
           OPEN INPUT F2.
           IF WS-F2-STATUS NOT = '35'
               PERFORM LOAD-ONE-WHATIF-LEG THRU
                   LOAD-ONE-WHATIF-LEG-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F2
           END-IF.
       LOAD-WHATIF-PLAN-EXIT.
           EXIT.

       LOAD-ONE-WHATIF-LEG.
           READ F2
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO LOAD-ONE-WHATIF-LEG-EXIT
           END-READ.
           IF ALLY-TRAILER-REC
               SET END-OF-INPUT TO TRUE
               GO TO LOAD-ONE-WHATIF-LEG-EXIT
           END-IF.
           IF ALLY-DAY-REC
               SET WIF-BAD-PLAN TO TRUE
               SET END-OF-INPUT TO TRUE
               GO TO LOAD-ONE-WHATIF-LEG-EXIT
           END-IF.
           IF NOT TGV AND NOT CORAIL AND NOT TER
               GO TO LOAD-ONE-WHATIF-LEG-EXIT
           END-IF.
           IF WS-TRAIN-COUNT NOT < 9999
               GO TO LOAD-ONE-WHATIF-LEG-EXIT
           END-IF.
           ADD 1 TO WS-TRAIN-COUNT.
           MOVE RECORD-TYPE2 TO WS-TRAIN-TYPE(WS-TRAIN-COUNT).
           MOVE TRAIN-NUMBER2 TO WS-TRAIN-NUMBER(WS-TRAIN-COUNT).
           MOVE STATION-DEPART2 TO
               WS-TRAIN-STATION-DEP(WS-TRAIN-COUNT).
           MOVE STATION-DEST2 TO WS-TRAIN-STATION-DST(WS-TRAIN-COUNT).
           MOVE TRAIN-TIME-HH2 TO WS-TRAIN-HH(WS-TRAIN-COUNT).
           MOVE TRAIN-TIME-MM2 TO WS-TRAIN-MM(WS-TRAIN-COUNT).
           MOVE TRAIN-NBRE-HEURES2 TO WS-TRAIN-NBRE(WS-TRAIN-COUNT).
           MOVE TRAIN-ARRIVAL-HH2 TO WS-TRAIN-ARR-HH(WS-TRAIN-COUNT).
           MOVE TRAIN-ARRIVAL-MM2 TO WS-TRAIN-ARR-MM(WS-TRAIN-COUNT).
           MOVE TRAIN-HALTS2 TO WS-TRAIN-HALTS-CNT(WS-TRAIN-COUNT).
           PERFORM ATTACH-CONSIST THRU ATTACH-CONSIST-EXIT.
           MOVE SPACES TO WIF-LEG-ENTRY(WS-TRAIN-COUNT).
           MOVE 'N' TO WIF-BASE-SET(WS-TRAIN-COUNT).
           MOVE 'N' TO WIF-CST-OUT(WS-TRAIN-COUNT).
       LOAD-ONE-WHATIF-LEG-EXIT.
           EXIT.

       FIND-WHATIF-LEG.
           MOVE 0 TO WIF-LEG-MATCH.
           IF WIF-NUM-X NOT NUMERIC
               GO TO FIND-WHATIF-LEG-EXIT
           END-IF.
           PERFORM SEARCH-WHATIF-LEG THRU SEARCH-WHATIF-LEG-EXIT
               VARYING WIF-LEG-IDX FROM 1 BY 1
               UNTIL WIF-LEG-IDX > WS-TRAIN-COUNT
                   OR WIF-LEG-MATCH > 0.
       FIND-WHATIF-LEG-EXIT.
           EXIT.

       SEARCH-WHATIF-LEG.
           IF WS-TRAIN-NUMBER(WIF-LEG-IDX) = WIF-NUM-9
               AND WS-TRAIN-TYPE(WIF-LEG-IDX) = WIF-TYPE-X
               MOVE WIF-LEG-IDX TO WIF-LEG-MATCH
           END-IF.
       SEARCH-WHATIF-LEG-EXIT.
           EXIT.

       LOAD-CREW-BASELINE.
           MOVE SPACES TO WIF-CUR-AGENT.
           MOVE SPACES TO WIF-ROLE-X.
           OPEN INPUT F25.
           IF WS-CREWPLAN-STATUS NOT = '35'
               PERFORM LOAD-ONE-CREW-BASELINE THRU
                   LOAD-ONE-CREW-BASELINE-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F25
           END-IF.
       LOAD-CREW-BASELINE-EXIT.
           EXIT.

       LOAD-ONE-CREW-BASELINE.
           READ F25
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO LOAD-ONE-CREW-BASELINE-EXIT
           END-READ.
           IF CREWPLAN-LINE(1:6) = 'AGENT '
               MOVE CREWPLAN-LINE(7:6) TO WIF-CUR-AGENT
               MOVE CREWPLAN-LINE(14:3) TO WIF-ROLE-X
               GO TO LOAD-ONE-CREW-BASELINE-EXIT
           END-IF.
           IF CREWPLAN-LINE(1:2) NOT = SPACES
               OR CREWPLAN-LINE(3:3) = SPACES
               GO TO LOAD-ONE-CREW-BASELINE-EXIT
           END-IF.
           MOVE CREWPLAN-LINE(3:3) TO WIF-TYPE-X.
           MOVE CREWPLAN-LINE(7:5) TO WIF-NUM-X.
           PERFORM FIND-WHATIF-LEG THRU FIND-WHATIF-LEG-EXIT.
           IF WIF-LEG-MATCH > 0
               IF WIF-ROLE-X = 'DRV'
                   MOVE WIF-CUR-AGENT TO WIF-BASE-DRV(WIF-LEG-MATCH)
               ELSE
                   IF WIF-ROLE-X = 'CND'
                       MOVE WIF-CUR-AGENT TO
                           WIF-BASE-CND(WIF-LEG-MATCH)
                   END-IF
               END-IF
           END-IF.
       LOAD-ONE-CREW-BASELINE-EXIT.
           EXIT.

       LOAD-ROTATION-BASELINE.
           MOVE SPACES TO WIF-SET-UNIT.
           OPEN INPUT F23.
           IF WS-ROULEMNT-STATUS NOT = '35'
               PERFORM LOAD-ONE-ROTATION-BASELINE THRU
                   LOAD-ONE-ROTATION-BASELINE-EXIT
                   UNTIL END-OF-INPUT
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE F23
           END-IF.
       LOAD-ROTATION-BASELINE-EXIT.
           EXIT.

       LOAD-ONE-ROTATION-BASELINE.
           READ F23
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO LOAD-ONE-ROTATION-BASELINE-EXIT
           END-READ.
           IF ROULEMNT-LINE(1:4) = 'SET '
               MOVE SPACES TO WIF-SET-STATION
               MOVE SPACES TO WIF-SET-UNIT
               UNSTRING ROULEMNT-LINE(23:78) DELIMITED BY ' UNIT '
                   INTO WIF-SET-STATION WIF-SET-UNIT
               END-UNSTRING
               GO TO LOAD-ONE-ROTATION-BASELINE-EXIT
           END-IF.
           IF ROULEMNT-LINE(1:6) NOT = '  LEG '
               GO TO LOAD-ONE-ROTATION-BASELINE-EXIT
           END-IF.
           MOVE ROULEMNT-LINE(11:3) TO WIF-TYPE-X.
           MOVE ROULEMNT-LINE(15:5) TO WIF-NUM-X.
           PERFORM FIND-WHATIF-LEG THRU FIND-WHATIF-LEG-EXIT.
           IF WIF-LEG-MATCH > 0
               MOVE 'Y' TO WIF-BASE-SET(WIF-LEG-MATCH)
               MOVE WIF-SET-UNIT TO WIF-BASE-UNIT(WIF-LEG-MATCH)
           END-IF.
       LOAD-ONE-ROTATION-BASELINE-EXIT.
           EXIT.

       LOAD-UNAVAILABILITY.
           OPEN INPUT F67.
           IF WS-INDISPO-STATUS = '35'
               SET WIF-NO-INDISPO TO TRUE
               GO TO LOAD-UNAVAILABILITY-EXIT
           END-IF.
           PERFORM LOAD-ONE-UNAVAILABILITY THRU
               LOAD-ONE-UNAVAILABILITY-EXIT
               UNTIL END-OF-INPUT.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE F67.
       LOAD-UNAVAILABILITY-EXIT.
           EXIT.

       LOAD-ONE-UNAVAILABILITY.
           READ F67
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO LOAD-ONE-UNAVAILABILITY-EXIT
           END-READ.
           IF INDISPO-RECORD = SPACES
               GO TO LOAD-ONE-UNAVAILABILITY-EXIT
           END-IF.
           MOVE SPACES TO WIF-CHANGE-TEXT.
           IF NOT IND-AGENT AND NOT IND-CONSIST
               MOVE 'TYPE NOT A OR C' TO WIF-CHANGE-TEXT
           ELSE
               IF IND-DEB = SPACES AND IND-FIN = SPACES
                   MOVE 0 TO IND-DEB
                   MOVE 0 TO IND-FIN
               END-IF
               IF IND-DEB NOT NUMERIC OR IND-FIN NOT NUMERIC
                   MOVE 'TIME WINDOW NOT NUMERIC' TO WIF-CHANGE-TEXT
               ELSE
                   DIVIDE IND-DEB BY 100 GIVING WS-IND-HH
                       REMAINDER WS-IND-MM
                   IF WS-IND-HH > 23 OR WS-IND-MM > 59
                       MOVE 'START TIME NOT A VALID HHMM'
                           TO WIF-CHANGE-TEXT
                   END-IF
                   DIVIDE IND-FIN BY 100 GIVING WS-IND-HH
                       REMAINDER WS-IND-MM
                   IF WS-IND-HH > 24 OR WS-IND-MM > 59
                       MOVE 'END TIME NOT A VALID HHMM'
                           TO WIF-CHANGE-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WIF-CHANGE-TEXT = SPACES
               MOVE IND-RESOURCE TO WS-IND-RES-X
               MOVE 'N' TO WS-IND-BLOCKED-FLAG
               IF IND-AGENT
                   PERFORM CHECK-KNOWN-AGENT THRU
                       CHECK-KNOWN-AGENT-EXIT
                       VARYING WS-CRW-IDX FROM 1 BY 1
                       UNTIL WS-CRW-IDX > CREW-TABLE-COUNT
                           OR WS-IND-BLOCKED
                   IF NOT WS-IND-BLOCKED
                       MOVE 'AGENT NOT IN EQUIPES.DAT' TO
                           WIF-CHANGE-TEXT
                   END-IF
               ELSE
                   PERFORM CHECK-KNOWN-CONSIST THRU
                       CHECK-KNOWN-CONSIST-EXIT
                       VARYING WS-CST-IDX FROM 1 BY 1
                       UNTIL WS-CST-IDX > CONSIST-TABLE-COUNT
                           OR WS-IND-BLOCKED
                   IF NOT WS-IND-BLOCKED
                       PERFORM CHECK-KNOWN-UNIT THRU
                           CHECK-KNOWN-UNIT-EXIT
                           VARYING WS-UNT-IDX FROM 1 BY 1
                           UNTIL WS-UNT-IDX > UNIT-TABLE-COUNT
                               OR WS-IND-BLOCKED
                       IF WS-IND-BLOCKED
                           MOVE 'U' TO IND-TYPE
                       END-IF
                   END-IF
                   IF NOT WS-IND-BLOCKED
                       MOVE 'NOT A COMPOS.DAT CODE OR MATERIEL UNIT' TO
                           WIF-CHANGE-TEXT
                   END-IF
               END-IF
               MOVE 'N' TO WS-IND-BLOCKED-FLAG
           END-IF.
           IF WIF-CHANGE-TEXT NOT = SPACES
               ADD 1 TO COMPTEUR-WIF-INCONNUS
               MOVE SPACES TO WHATIF-LINE
               STRING 'REJECTED INDISPO.DAT RECORD: ' DELIMITED BY SIZE
                      INDISPO-RECORD DELIMITED BY '  '
                      ' - ' DELIMITED BY SIZE
                      WIF-CHANGE-TEXT DELIMITED BY '  '
                   INTO WHATIF-LINE
               WRITE WHATIF-LINE
               GO TO LOAD-ONE-UNAVAILABILITY-EXIT
           END-IF.
           IF INDISPO-TABLE-COUNT NOT < 200
               IF NOT WS-IND-OVERFLOW
                   DISPLAY 'INDISPO.DAT EXCEEDS UNAVAILABILITY TABLE '
                       'CAPACITY - EXTRA RECORDS IGNORED'
                   SET WS-IND-OVERFLOW TO TRUE
               END-IF
               GO TO LOAD-ONE-UNAVAILABILITY-EXIT
           END-IF.
           ADD 1 TO INDISPO-TABLE-COUNT.
           MOVE IND-TYPE TO IND-TAB-TYPE(INDISPO-TABLE-COUNT).
           MOVE IND-RESOURCE TO IND-TAB-RES(INDISPO-TABLE-COUNT).
           MOVE IND-DEB TO IND-TAB-DEB(INDISPO-TABLE-COUNT).
           MOVE IND-FIN TO IND-TAB-FIN(INDISPO-TABLE-COUNT).
           MOVE IND-MOTIF TO IND-TAB-MOTIF(INDISPO-TABLE-COUNT).
           MOVE 0 TO IND-TAB-HITS(INDISPO-TABLE-COUNT).
           IF IND-DEB = 0 AND IND-FIN = 0
               MOVE 0 TO IND-TAB-FROM(INDISPO-TABLE-COUNT)
               MOVE 2880 TO IND-TAB-TO(INDISPO-TABLE-COUNT)
               GO TO LOAD-ONE-UNAVAILABILITY-EXIT
           END-IF.
           DIVIDE IND-DEB BY 100 GIVING WS-IND-HH REMAINDER WS-IND-MM.
           COMPUTE IND-TAB-FROM(INDISPO-TABLE-COUNT) =
               (WS-IND-HH * 60) + WS-IND-MM.
           DIVIDE IND-FIN BY 100 GIVING WS-IND-HH REMAINDER WS-IND-MM.
           COMPUTE IND-TAB-TO(INDISPO-TABLE-COUNT) =
               (WS-IND-HH * 60) + WS-IND-MM.
           IF IND-TAB-TO(INDISPO-TABLE-COUNT) NOT >
               IND-TAB-FROM(INDISPO-TABLE-COUNT)
               ADD 1440 TO IND-TAB-TO(INDISPO-TABLE-COUNT)
           END-IF.
       LOAD-ONE-UNAVAILABILITY-EXIT.
           EXIT.

       CHECK-KNOWN-AGENT.
           IF CRW-ID(WS-CRW-IDX) = WS-IND-RES-X
               SET WS-IND-BLOCKED TO TRUE
           END-IF.
       CHECK-KNOWN-AGENT-EXIT.
           EXIT.

       CHECK-KNOWN-CONSIST.
           IF CST-TAB-CODE(WS-CST-IDX) = WS-IND-RES-X
               SET WS-IND-BLOCKED TO TRUE
           END-IF.
       CHECK-KNOWN-CONSIST-EXIT.
           EXIT.

       CHECK-KNOWN-UNIT.
           IF UNT-TAB-ID(WS-UNT-IDX) = WS-IND-RES-X
               SET WS-IND-BLOCKED TO TRUE
           END-IF.
       CHECK-KNOWN-UNIT-EXIT.
           EXIT.

       CHECK-UNIT-WITHDRAWN.
           MOVE WS-ROT-IDX TO WIF-LEG-IDX.
           PERFORM SET-WHATIF-LEG-WINDOW THRU
               SET-WHATIF-LEG-WINDOW-EXIT.
           MOVE 'U' TO WS-IND-TYPE-X.
           MOVE UNT-TAB-ID(WS-UNT-IDX) TO WS-IND-RES-X.
           PERFORM SCAN-WITHDRAWALS THRU SCAN-WITHDRAWALS-EXIT.
       CHECK-UNIT-WITHDRAWN-EXIT.
           EXIT.

       SCAN-WITHDRAWALS.
           MOVE 'N' TO WS-IND-BLOCKED-FLAG.
           MOVE 0 TO WS-IND-MATCH.
           PERFORM CHECK-ONE-WITHDRAWAL THRU CHECK-ONE-WITHDRAWAL-EXIT
               VARYING WS-IND-IDX FROM 1 BY 1
               UNTIL WS-IND-IDX > INDISPO-TABLE-COUNT
                   OR WS-IND-BLOCKED.
       SCAN-WITHDRAWALS-EXIT.
           EXIT.

       CHECK-ONE-WITHDRAWAL.
           IF IND-TAB-TYPE(WS-IND-IDX) NOT = WS-IND-TYPE-X
               OR IND-TAB-RES(WS-IND-IDX) NOT = WS-IND-RES-X
               GO TO CHECK-ONE-WITHDRAWAL-EXIT
           END-IF.
           IF (WS-IND-LEG-FROM < IND-TAB-TO(WS-IND-IDX)
               AND WS-IND-LEG-TO > IND-TAB-FROM(WS-IND-IDX))
               OR (WS-IND-LEG-FROM < IND-TAB-TO(WS-IND-IDX) - 1440
               AND WS-IND-LEG-TO > IND-TAB-FROM(WS-IND-IDX) - 1440)
               SET WS-IND-BLOCKED TO TRUE
               MOVE WS-IND-IDX TO WS-IND-MATCH
           END-IF.
       CHECK-ONE-WITHDRAWAL-EXIT.
           EXIT.

       CHECK-AGENT-WITHDRAWN.
           MOVE 'A' TO WS-IND-TYPE-X.
           MOVE CRW-ID(WS-CRW-IDX) TO WS-IND-RES-X.
           MOVE WS-LEG-DEP-MIN TO WS-IND-LEG-FROM.
           MOVE WS-LEG-ARR-MIN TO WS-IND-LEG-TO.
           PERFORM SCAN-WITHDRAWALS THRU SCAN-WITHDRAWALS-EXIT.
       CHECK-AGENT-WITHDRAWN-EXIT.
           EXIT.

       SET-WHATIF-LEG-WINDOW.
           COMPUTE WS-IND-LEG-FROM =
               (WS-TRAIN-HH(WIF-LEG-IDX) * 60)
               + WS-TRAIN-MM(WIF-LEG-IDX).
           COMPUTE WS-IND-LEG-TO = WS-IND-LEG-FROM
               + (WS-TRAIN-NBRE(WIF-LEG-IDX) * 60).
       SET-WHATIF-LEG-WINDOW-EXIT.
           EXIT.

       WITHDRAW-ONE-CONSIST.
           IF NOT WS-TRAIN-HAS-CONSIST(WS-ROT-IDX)
               GO TO WITHDRAW-ONE-CONSIST-EXIT
           END-IF.
           MOVE WS-ROT-IDX TO WIF-LEG-IDX.
           PERFORM SET-WHATIF-LEG-WINDOW THRU
               SET-WHATIF-LEG-WINDOW-EXIT.
           MOVE 'C' TO WS-IND-TYPE-X.
           MOVE WS-TRAIN-COMPO(WS-ROT-IDX) TO WS-IND-RES-X.
           PERFORM SCAN-WITHDRAWALS THRU SCAN-WITHDRAWALS-EXIT.
           IF WS-IND-BLOCKED
               MOVE 'N' TO WS-TRAIN-CONSIST(WS-ROT-IDX)
               MOVE 'Y' TO WIF-CST-OUT(WS-ROT-IDX)
           END-IF.
       WITHDRAW-ONE-CONSIST-EXIT.
           EXIT.

       COMPARE-WHATIF-LEG.
           MOVE 'N' TO WIF-LEG-HIT-FLAG.
           MOVE 'N' TO WIF-LEG-OPEN-FLAG.
           MOVE 'N' TO WIF-LEG-NEW-FLAG.
           MOVE 'N' TO WIF-LEG-REAS-FLAG.
           PERFORM SET-WHATIF-LEG-WINDOW THRU
               SET-WHATIF-LEG-WINDOW-EXIT.
           MOVE SPACES TO WS-TIME-DISPLAY.
           STRING WS-TRAIN-HH(WIF-LEG-IDX) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-TRAIN-MM(WIF-LEG-IDX) DELIMITED BY SIZE
               INTO WS-TIME-DISPLAY.
           MOVE SPACES TO WIF-LEG-TEXT.
           STRING WS-TRAIN-TYPE(WIF-LEG-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-NUMBER(WIF-LEG-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DEP(WIF-LEG-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-TIME-DISPLAY DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WS-TRAIN-STATION-DST(WIF-LEG-IDX) DELIMITED BY '  '
               INTO WIF-LEG-TEXT.

           MOVE 'A' TO WS-IND-TYPE-X.
           MOVE 'DRIVER' TO WIF-SLOT-TEXT.
           MOVE WIF-BASE-DRV(WIF-LEG-IDX) TO WIF-BASE-X.
           MOVE SPACES TO WIF-NEW-X.
           IF WS-LEG-DRIVER(WIF-LEG-IDX) > 0
               MOVE CRW-ID(WS-LEG-DRIVER(WIF-LEG-IDX)) TO WIF-NEW-X
           END-IF.
           PERFORM COMPARE-WHATIF-SLOT THRU COMPARE-WHATIF-SLOT-EXIT.

           MOVE 'A' TO WS-IND-TYPE-X.
           MOVE 'CONDUCTOR' TO WIF-SLOT-TEXT.
           MOVE WIF-BASE-CND(WIF-LEG-IDX) TO WIF-BASE-X.
           MOVE SPACES TO WIF-NEW-X.
           IF WS-LEG-COND(WIF-LEG-IDX) > 0
               MOVE CRW-ID(WS-LEG-COND(WIF-LEG-IDX)) TO WIF-NEW-X
           END-IF.
           PERFORM COMPARE-WHATIF-SLOT THRU COMPARE-WHATIF-SLOT-EXIT.

           PERFORM COMPARE-WHATIF-UNIT THRU COMPARE-WHATIF-UNIT-EXIT.

           IF WIF-LEG-HIT
               ADD 1 TO COMPTEUR-WIF-PERTES
           END-IF.
           IF WIF-LEG-OPEN
               ADD 1 TO COMPTEUR-WIF-DECOUVERTS
               IF WIF-LEG-NEWLY-OPEN
                   ADD 1 TO COMPTEUR-WIF-NOUVEAUX
               ELSE
                   ADD 1 TO COMPTEUR-WIF-DEJA
               END-IF
           END-IF.
       COMPARE-WHATIF-LEG-EXIT.
           EXIT.

       COMPARE-WHATIF-SLOT.
           MOVE SPACES TO WIF-CHANGE-TEXT.
           IF WIF-BASE-X = WIF-NEW-X
               IF WIF-NEW-X = SPACES
                   SET WIF-LEG-OPEN TO TRUE
                   STRING WIF-SLOT-TEXT DELIMITED BY SPACE
                          ' STILL UNCOVERED' DELIMITED BY SIZE
                       INTO WIF-CHANGE-TEXT
                   PERFORM WRITE-WHATIF-CHANGE THRU
                       WRITE-WHATIF-CHANGE-EXIT
               END-IF
               GO TO COMPARE-WHATIF-SLOT-EXIT
           END-IF.
           IF WIF-BASE-X = SPACES
               ADD 1 TO COMPTEUR-WIF-REAFFECT
               STRING WIF-SLOT-TEXT DELIMITED BY SPACE
                      ' NOW COVERED BY ' DELIMITED BY SIZE
                      WIF-NEW-X DELIMITED BY SIZE
                   INTO WIF-CHANGE-TEXT
               PERFORM WRITE-WHATIF-CHANGE THRU
                   WRITE-WHATIF-CHANGE-EXIT
               GO TO COMPARE-WHATIF-SLOT-EXIT
           END-IF.
           SET WIF-LEG-HIT TO TRUE.
           MOVE WIF-BASE-X TO WS-IND-RES-X.
           PERFORM SCAN-WITHDRAWALS THRU SCAN-WITHDRAWALS-EXIT.
           IF WS-IND-BLOCKED
               ADD 1 TO IND-TAB-HITS(WS-IND-MATCH)
           END-IF.
           IF WS-IND-BLOCKED
               MOVE 'WITHDRAWN' TO WIF-CAUSE-X
           ELSE
               MOVE 'MOVED' TO WIF-CAUSE-X
           END-IF.
           IF WIF-NEW-X NOT = SPACES
               SET WIF-LEG-REASSIGNED TO TRUE
               ADD 1 TO COMPTEUR-WIF-REAFFECT
               STRING WIF-SLOT-TEXT DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WIF-BASE-X DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WIF-CAUSE-X DELIMITED BY SPACE
                      ' - REASSIGNED TO ' DELIMITED BY SIZE
                      WIF-NEW-X DELIMITED BY SIZE
                   INTO WIF-CHANGE-TEXT
           ELSE
               SET WIF-LEG-OPEN TO TRUE
               SET WIF-LEG-NEWLY-OPEN TO TRUE
               STRING WIF-SLOT-TEXT DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WIF-BASE-X DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WIF-CAUSE-X DELIMITED BY SPACE
                      ' - UNCOVERED' DELIMITED BY SIZE
                   INTO WIF-CHANGE-TEXT
           END-IF.
           PERFORM WRITE-WHATIF-CHANGE THRU WRITE-WHATIF-CHANGE-EXIT.
       COMPARE-WHATIF-SLOT-EXIT.
           EXIT.

       COMPARE-WHATIF-UNIT.
           IF WIF-BASE-SET(WIF-LEG-IDX) NOT = 'Y'
               AND NOT WS-TRAIN-HAS-CONSIST(WIF-LEG-IDX)
               AND WIF-CST-OUT(WIF-LEG-IDX) NOT = 'Y'
               GO TO COMPARE-WHATIF-UNIT-EXIT
           END-IF.
           MOVE SPACES TO WIF-CHANGE-TEXT.
           IF WIF-CST-OUT(WIF-LEG-IDX) = 'Y'
               SET WIF-LEG-HIT TO TRUE
               SET WIF-LEG-OPEN TO TRUE
               SET WIF-LEG-NEWLY-OPEN TO TRUE
               MOVE 'C' TO WS-IND-TYPE-X
               MOVE WS-TRAIN-COMPO(WIF-LEG-IDX) TO WS-IND-RES-X
               PERFORM SCAN-WITHDRAWALS THRU SCAN-WITHDRAWALS-EXIT
               IF WS-IND-BLOCKED
                   ADD 1 TO IND-TAB-HITS(WS-IND-MATCH)
               END-IF
               STRING 'SET ' DELIMITED BY SIZE
                      WS-TRAIN-COMPO(WIF-LEG-IDX) DELIMITED BY SIZE
                      ' WITHDRAWN - UNCOVERED' DELIMITED BY SIZE
                   INTO WIF-CHANGE-TEXT
               PERFORM WRITE-WHATIF-CHANGE THRU
                   WRITE-WHATIF-CHANGE-EXIT
               GO TO COMPARE-WHATIF-UNIT-EXIT
           END-IF.
           IF UNIT-TABLE-COUNT = 0
               GO TO COMPARE-WHATIF-UNIT-EXIT
           END-IF.
           MOVE WIF-BASE-UNIT(WIF-LEG-IDX) TO WIF-BASE-X.
           MOVE SPACES TO WIF-NEW-X.
           IF WS-ROT-UNIT(WIF-LEG-IDX) > 0
               MOVE UNT-TAB-ID(WS-ROT-UNIT(WIF-LEG-IDX)) TO WIF-NEW-X
           END-IF.
           IF WIF-BASE-X = WIF-NEW-X
               IF WIF-NEW-X = SPACES
                   AND WS-TRAIN-HAS-CONSIST(WIF-LEG-IDX)
                   SET WIF-LEG-OPEN TO TRUE
                   MOVE 'UNIT STILL UNCOVERED' TO WIF-CHANGE-TEXT
                   PERFORM WRITE-WHATIF-CHANGE THRU
                       WRITE-WHATIF-CHANGE-EXIT
               END-IF
               GO TO COMPARE-WHATIF-UNIT-EXIT
           END-IF.
           IF WIF-BASE-X = SPACES
               ADD 1 TO COMPTEUR-WIF-REAFFECT
               STRING 'UNIT NOW COVERED BY ' DELIMITED BY SIZE
                      WIF-NEW-X DELIMITED BY SIZE
                   INTO WIF-CHANGE-TEXT
               PERFORM WRITE-WHATIF-CHANGE THRU
                   WRITE-WHATIF-CHANGE-EXIT
               GO TO COMPARE-WHATIF-UNIT-EXIT
           END-IF.
           SET WIF-LEG-HIT TO TRUE.
           MOVE 'U' TO WS-IND-TYPE-X.
           MOVE WIF-BASE-X TO WS-IND-RES-X.
           PERFORM SCAN-WITHDRAWALS THRU SCAN-WITHDRAWALS-EXIT.
           IF WS-IND-BLOCKED
               ADD 1 TO IND-TAB-HITS(WS-IND-MATCH)
               MOVE 'WITHDRAWN' TO WIF-CAUSE-X
           ELSE
               MOVE 'MOVED' TO WIF-CAUSE-X
           END-IF.
           IF WIF-NEW-X NOT = SPACES
               SET WIF-LEG-REASSIGNED TO TRUE
               ADD 1 TO COMPTEUR-WIF-REAFFECT
               STRING 'UNIT ' DELIMITED BY SIZE
                      WIF-BASE-X DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WIF-CAUSE-X DELIMITED BY SPACE
                      ' - REASSIGNED TO ' DELIMITED BY SIZE
                      WIF-NEW-X DELIMITED BY SIZE
                   INTO WIF-CHANGE-TEXT
           ELSE
               SET WIF-LEG-OPEN TO TRUE
               SET WIF-LEG-NEWLY-OPEN TO TRUE
               STRING 'UNIT ' DELIMITED BY SIZE
                      WIF-BASE-X DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WIF-CAUSE-X DELIMITED BY SPACE
                      ' - UNCOVERED' DELIMITED BY SIZE
                   INTO WIF-CHANGE-TEXT
           END-IF.
           PERFORM WRITE-WHATIF-CHANGE THRU WRITE-WHATIF-CHANGE-EXIT.
       COMPARE-WHATIF-UNIT-EXIT.
           EXIT.

       WRITE-WHATIF-CHANGE.
           MOVE SPACES TO WHATIF-LINE.
           MOVE WIF-LEG-TEXT TO WHATIF-LINE(3:56).
           MOVE WIF-CHANGE-TEXT TO WHATIF-LINE(61:60).
           WRITE WHATIF-LINE.
       WRITE-WHATIF-CHANGE-EXIT.
           EXIT.

       WRITE-WITHDRAWN-RESOURCE.
           MOVE SPACES TO WHATIF-LINE.
           IF IND-TAB-TYPE(WS-IND-IDX) = 'A'
               MOVE 'AGENT' TO WIF-SLOT-TEXT
           ELSE
               IF IND-TAB-TYPE(WS-IND-IDX) = 'U'
                   MOVE 'UNIT' TO WIF-SLOT-TEXT
               ELSE
                   MOVE 'SET' TO WIF-SLOT-TEXT
               END-IF
           END-IF.
           STRING '  ' DELIMITED BY SIZE
                  WIF-SLOT-TEXT DELIMITED BY SIZE
                  IND-TAB-RES(WS-IND-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  IND-TAB-DEB(WS-IND-IDX) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  IND-TAB-FIN(WS-IND-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  IND-TAB-MOTIF(WS-IND-IDX) DELIMITED BY SIZE
                  '  LEGS AFFECTED=' DELIMITED BY SIZE
                  IND-TAB-HITS(WS-IND-IDX) DELIMITED BY SIZE
               INTO WHATIF-LINE.
           WRITE WHATIF-LINE.
       WRITE-WITHDRAWN-RESOURCE-EXIT.
           EXIT.
