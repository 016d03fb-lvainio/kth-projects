000010*------------------------------------------------------------
000020*BERNLOCK - SHARED RUN-TOKEN PARAGRAPHS, COPIED BY EVERY
000030*PROGRAM THAT UPDATES THE BTABLEF/BSCALEF/AUDITF CLUSTER
000040*(BERNOULLI, BERNSRV, BTMAINT, BERNSNAP, BERNCERT) SO THE
000050*ACQUIRE AND RELEASE LOGIC CANNOT DRIFT APART.  EVERYTHING IS
000060*DISP=SHR OR MOD AND NOTHING AT THE ACCESS-METHOD LEVEL STOPS TWO
000070*UPDATERS INTERLEAVING, SO THE TOKEN IS THE FENCE: AN
000080*UPDATER WRITES AN IN-FLIGHT RECORD AT INITIALIZE AND
000090*CLEARS IT AT TERMINATE, AND ANY OTHER UPDATER FINDING A
