      *la structure de train-gonogo.dat, l'indicateur laissé par le
      *contrôle d'intégrité des fichiers d'entrée (trainchk) : GO ou
      *NO-GO, la date (AAAAMMJJ) et l'horodatage du contrôle, et le
      *nombre d'anomalies bloquantes (ERROR) et non bloquantes
      *(WARNING) relevées. Le programme principal le relit avant de
      *démarrer et s'arrête sur un NO-GO
       01 GONOGO-RECORD.
           05 GONOGO-ETAT              PIC X(05).
               88 GONOGO-GO            VALUE "GO   ".
               88 GONOGO-NO-GO         VALUE "NO-GO".
           05 FILLER                   PIC X(01).
           05 GONOGO-DATE              PIC X(08).
           05 FILLER                   PIC X(01).
           05 GONOGO-TS                PIC X(19).
           05 FILLER                   PIC X(01).
           05 GONOGO-NB-ERREURS        PIC 9(04).
           05 FILLER                   PIC X(01).
           05 GONOGO-NB-ALERTES        PIC 9(04).
