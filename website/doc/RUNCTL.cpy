004100         MOVE RC-INPUT-KEY-HI TO RC-HOLD-KEY-HI                   26/09/02
004200     .                                                            26/09/02
004300     MOVE RC-RERUN-FLAG TO RC-HOLD-RERUN-FLAG                     26/09/02
004301     IF RC-PARTITION-NBR NUMERIC                                  26/10/15
004302         MOVE RC-PARTITION-NBR TO RC-HOLD-PARTITION-NBR           26/10/15
004303     .                                                            26/10/15
004304     IF RC-PARTITION-COUNT NUMERIC                                26/10/15
004305         MOVE RC-PARTITION-COUNT TO RC-HOLD-PARTITION-COUNT       26/10/15
004306     .                                                            26/10/15
004310     CLOSE RUN-CONTROL-FILE                                       26/09/02
004400     PERFORM 1142-CHECK-PRIOR-RUN THRU 1142-EXIT                  26/09/02
004500     IF DATE-ALREADY-RUN                                          26/09/02
