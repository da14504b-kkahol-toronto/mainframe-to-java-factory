000150*                                                             CCMR6315
000160*                                                             CCMR6360
000170*                                                             CCMR6365
000175*                                                             CCCW9199
000177*                                                             CCCW9202
000178*                                                             CCCW9203
000179*                                                             CCCW9204
00017A*                                                             CCCW9205
00017B*                                                             CCCW9209
00017C*                                                             CCCW9214
00017D*                                                             CCCW9216
00017E*                                                             CCCW9217
00017F*                                                             CCCW9149
00017G*                                                             CCCW9192
00017H*                                                             CCCW9193
00017I*                                                             CCCW9194
000180*------------------------------------------------------------
000190* TIN PROTECTION AT REST - WORK AREAS
000200* THE STORED TIN ON THE STAGING, YTD, AND CORRECTION-HISTORY
