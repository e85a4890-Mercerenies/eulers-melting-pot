000640         ==ID-DTL-WRITTEN== BY ==OC-DTL-WRITTEN==
000650         ==ID-IFC-WRITTEN== BY ==OC-IFC-WRITTEN==
000660         ==ID-FIRST-CYCLE== BY ==OC-FIRST-CYCLE==
000670         ==ID-FIRST-RUN== BY ==OC-FIRST-RUN==
000671         ==ID-STATUS== BY ==OC-STATUS==
000672         ==ID-QUAR-REASON== BY ==OC-QUAR-REASON==
000673         ==ID-QUAR-OPERATOR== BY ==OC-QUAR-OPERATOR==
000674         ==ID-QUAR-DATE== BY ==OC-QUAR-DATE==.
000680 FD  NEW-INTERFACE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000780         ==ID-DTL-WRITTEN== BY ==NC-DTL-WRITTEN==
000790         ==ID-IFC-WRITTEN== BY ==NC-IFC-WRITTEN==
000800         ==ID-FIRST-CYCLE== BY ==NC-FIRST-CYCLE==
000810         ==ID-FIRST-RUN== BY ==NC-FIRST-RUN==
000811         ==ID-STATUS== BY ==NC-STATUS==
000812         ==ID-QUAR-REASON== BY ==NC-QUAR-REASON==
000813         ==ID-QUAR-OPERATOR== BY ==NC-QUAR-OPERATOR==
000814         ==ID-QUAR-DATE== BY ==NC-QUAR-DATE==.
000820 FD  DELTA-REPORT
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
