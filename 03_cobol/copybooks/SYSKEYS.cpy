01 VALID-KEY-TABLE.
    05 VK-KEY-COUNT    PIC 9(3) VALUE 199.
    05 VK-KEY-VALUES.
        10 FILLER      PIC X(15) VALUE "AUDITFILE".
        10 FILLER      PIC X(15) VALUE "AUDITRETAIN".
        10 FILLER      PIC X(15) VALUE "OLDCONTACTFILE".
        10 FILLER      PIC X(15) VALUE "OLDARCHCATFILE".
        10 FILLER      PIC X(15) VALUE "MANDATORY".
        10 FILLER      PIC X(15) VALUE "ACCTMASTFILE".
        10 FILLER      PIC X(15) VALUE "SUBEXCFILE".
        10 FILLER      PIC X(15) VALUE "ACCTTRANSFILE".
        10 FILLER      PIC X(15) VALUE "ACCTRPTFILE".
        10 FILLER      PIC X(15) VALUE "TIERRATEFILE".
        10 FILLER      PIC X(15) VALUE "BILLTRANSFILE".
        10 FILLER      PIC X(15) VALUE "BILLREGFILE".
        10 FILLER      PIC X(15) VALUE "AGINGRPTFILE".
        10 FILLER      PIC X(15) VALUE "DUNNINGFILE".
        10 FILLER      PIC X(15) VALUE "DUNHISTFILE".
        10 FILLER      PIC X(15) VALUE "GLJOURNALFILE".
        10 FILLER      PIC X(15) VALUE "GLREPORTFILE".
        10 FILLER      PIC X(15) VALUE "HOLRULEFILE".
        10 FILLER      PIC X(15) VALUE "BUSCALFILE".
        10 FILLER      PIC X(15) VALUE "HOLCALRPTFILE".
        10 FILLER      PIC X(15) VALUE "CALYEARFROM".
        10 FILLER      PIC X(15) VALUE "CALYEARTO".
        10 FILLER      PIC X(15) VALUE "RELATIONFILE".
        10 FILLER      PIC X(15) VALUE "GUARDRPTFILE".
        10 FILLER      PIC X(15) VALUE "POSTREFFILE".
        10 FILLER      PIC X(15) VALUE "ADDRTRANSFILE".
        10 FILLER      PIC X(15) VALUE "ADDRFLAGFILE".
        10 FILLER      PIC X(15) VALUE "ADDRRPTFILE".
        10 FILLER      PIC X(15) VALUE "INQRESPFILE".
        10 FILLER      PIC X(15) VALUE "LETTERTMPLFILE".
        10 FILLER      PIC X(15) VALUE "LETTERFILE".
        10 FILLER      PIC X(15) VALUE "LETTERLOGFILE".
        10 FILLER      PIC X(15) VALUE "CLASSHISTFILE".
        10 FILLER      PIC X(15) VALUE "TIERTRANSFILE".
        10 FILLER      PIC X(15) VALUE "DQDETAILFILE".
        10 FILLER      PIC X(15) VALUE "DQSCOREFILE".
        10 FILLER      PIC X(15) VALUE "DQHISTFILE".
        10 FILLER      PIC X(15) VALUE "AGERFRPTFILE".
        10 FILLER      PIC X(15) VALUE "OPERFILE".
        10 FILLER      PIC X(15) VALUE "SIGNLOGFILE".
        10 FILLER      PIC X(15) VALUE "SIGNONMAXFAIL".
        10 FILLER      PIC X(15) VALUE "SIGNRPTFILE".
        10 FILLER      PIC X(15) VALUE "SIGNRPTFROM".
        10 FILLER      PIC X(15) VALUE "SIGNRPTTO".
        10 FILLER      PIC X(15) VALUE "DOSSIERREQBY".
        10 FILLER      PIC X(15) VALUE "ACCESSRETAIN".
        10 FILLER      PIC X(15) VALUE "ACCESSRPTID".
        10 FILLER      PIC X(15) VALUE "ACCESSRPTFROM".
        10 FILLER      PIC X(15) VALUE "ACCESSRPTTO".
        10 FILLER      PIC X(15) VALUE "ACCESSRPTFILE".
        10 FILLER      PIC X(15) VALUE "MASKSALT".
        10 FILLER      PIC X(15) VALUE "MASKPERSONFILE".
        10 FILLER      PIC X(15) VALUE "MASKCONTACTFILE".
        10 FILLER      PIC X(15) VALUE "MASKAUDITFILE".
        10 FILLER      PIC X(15) VALUE "MASKCERTFILE".
        10 FILLER      PIC X(15) VALUE "RESUBQFILE".
        10 FILLER      PIC X(15) VALUE "RESUBFAILFILE".
        10 FILLER      PIC X(15) VALUE "RESUBMAXTRY".
        10 FILLER      PIC X(15) VALUE "RESUBRPTFILE".
        10 FILLER      PIC X(15) VALUE "CARRROUTEFILE".
        10 FILLER      PIC X(15) VALUE "CARRADDRFILE".
        10 FILLER      PIC X(15) VALUE "CARRADDRTRNFILE".
        10 FILLER      PIC X(15) VALUE "CARRADDRCTLFILE".
        10 FILLER      PIC X(15) VALUE "CARRADDRREVFILE".
        10 FILLER      PIC X(15) VALUE "REFORMATMODE".
        10 FILLER      PIC X(15) VALUE "LAYOUTFILE".
        10 FILLER      PIC X(15) VALUE "VOLGATERPTFILE".
        10 FILLER      PIC X(15) VALUE "VOLGATEOVRDFILE".
        10 FILLER      PIC X(15) VALUE "VOLGATEWINDOW".
        10 FILLER      PIC X(15) VALUE "VOLGATEMAXPCT".
        10 FILLER      PIC X(15) VALUE "VOLGATEAVGPCT".
        10 FILLER      PIC X(15) VALUE "VOLGATELOWPCT".
        10 FILLER      PIC X(15) VALUE "VOLGATEFLOOR".
        10 FILLER      PIC X(15) VALUE "VOLGATEMINHIST".
        10 FILLER      PIC X(15) VALUE "QASAMPLEFILE".
        10 FILLER      PIC X(15) VALUE "QASIGNOFFFILE".
        10 FILLER      PIC X(15) VALUE "QAREVIEWFILE".
        10 FILLER      PIC X(15) VALUE "QAFOLLOWFILE".
        10 FILLER      PIC X(15) VALUE "QASAMPLEPCT".
        10 FILLER      PIC X(15) VALUE "QASEED".
        10 FILLER      PIC X(15) VALUE "QAOVERDUEDAYS".
        10 FILLER      PIC X(15) VALUE "REFCHECKFILE".
        10 FILLER      PIC X(15) VALUE "LEGALHOLDFILE".
        10 FILLER      PIC X(15) VALUE "HOLDTRANSFILE".
        10 FILLER      PIC X(15) VALUE "HOLDMAINTFILE".
        10 FILLER      PIC X(15) VALUE "HOLDRPTFILE".
        10 FILLER      PIC X(15) VALUE "DRSETPREFIX".
        10 FILLER      PIC X(15) VALUE "DRMANIFEST".
        10 FILLER      PIC X(15) VALUE "DRVERIFYRPT".
        10 FILLER      PIC X(15) VALUE "PHONIDXFILE".
        10 FILLER      PIC X(15) VALUE "CONSENTFILE".
        10 FILLER      PIC X(15) VALUE "CONSTRANSFILE".
        10 FILLER      PIC X(15) VALUE "CONSMAINTFILE".
        10 FILLER      PIC X(15) VALUE "CONSRPTFILE".
        10 FILLER      PIC X(15) VALUE "CONSRPTFROM".
        10 FILLER      PIC X(15) VALUE "CONSRPTTO".
        10 FILLER      PIC X(15) VALUE "SUBLGRCAT".
        10 FILLER      PIC X(15) VALUE "CLOSEYEAR".
        10 FILLER      PIC X(15) VALUE "YEARENDRPT".
        10 FILLER      PIC X(15) VALUE "ARRSCHEDFILE".
        10 FILLER      PIC X(15) VALUE "ARRREGFILE".
        10 FILLER      PIC X(15) VALUE "ARRTRIGFILE".
        10 FILLER      PIC X(15) VALUE "ARRLOGFILE".
        10 FILLER      PIC X(15) VALUE "ARRCHECKTIME".
        10 FILLER      PIC X(15) VALUE "ADDRCONTROLFILE".
    05 FILLER REDEFINES VK-KEY-VALUES.
        10 VK-KEY OCCURS 199 TIMES PIC X(15).
