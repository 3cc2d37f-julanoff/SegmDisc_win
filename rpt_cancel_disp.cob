*	NORMAL	 cancelled before accounting or delivery
*
* One line per cancellation plus a summary section of the counts.
*
* Every LATE cancellation is also noted as an owed return on
* RETURN_OWED_QUE (once per original TRN, so a rerun adds nothing),
* linked back to the cancellation log entry that raised it.
* RETURN_WIRE_GEN builds the return wires from that queue and
* RPT_RETURN_OWED lists the ones not yet sent.

* REVISION HISTORY
* ----------------
*
* R. Iverson	01-Jun-2010	CR13134
*	New module.
*
* R. Iverson	17-Aug-2010	CR13198
*	LATE cancellations are noted as owed returns on RETURN_OWED_QUE
*	for RETURN_WIRE_GEN, linked to their cancellation log entry.

*******************************************************************************

01 Late_count_ws		pic 9(07) comp-5 value zeroes.
01 Acctd_count_ws		pic 9(07) comp-5 value zeroes.
01 Normal_count_ws		pic 9(07) comp-5 value zeroes.
01 Owed_new_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Cancel_count_ws_d		pic 9(07) usage display.
01 Late_count_ws_d		pic 9(07) usage display.
01 Acctd_count_ws_d		pic 9(07) usage display.
01 Normal_count_ws_d		pic 9(07) usage display.
01 Owed_new_count_ws_d		pic 9(07) usage display.

01 Report_line_ws		Pic X(132).

Cxl_key_vs:		vstr(24);
Cxl_compose:		Compose(^NOTRAP);

%^ Owed returns for RETURN_WIRE_GEN -- see D20_NOTE_RETURN_OWED.
Cxl_owed_q:		que(%`SBJ_DD_PATH:RETURN_OWED_QUE.DDF`);
Cxl_owed_trn_vs:	vstr(16);
Ws_rsts:		boolean;

%end

%Linkage
	break: Cxl_dlv_q;
	break: Cxl_acc_q;
	break: INDEXA;
	break: Cxl_owed_q;
	%end.

A00_MAIN_END.

	%ace_conn_q ////"REF_INDEX" to INDEXA for read_only;

	%ACE_CONN_Q "MTS"////"RETURN_OWED_QUE" to Cxl_owed_q giving Ws_rsts;

	%Beg
	ALLOC_TEMP: Cxl_dlv_q;
	ALLOC_TEMP: Cxl_acc_q;
%^ now owed.
		    Move "LATE" to Disp_code_ws
		    Add 1 to Late_count_ws
		    Perform D20_NOTE_RETURN_OWED thru
			    D20_NOTE_RETURN_OWED_end
		Else
		    %Beg
		    SEARCH: Cxl_acc_q EQL key=Cxl_key_vs;
	exit.


D20_NOTE_RETURN_OWED.
%^ Note the owed return for RETURN_WIRE_GEN, keyed by the original
%^ TRN and carrying the cancellation log entry (bank, log, and time)
%^ that raised it.  An original already on the queue -- a rerun, or
%^ a second cancel of the same wire -- is left as it stands.

	Move Cxl_trn_vs(1:16) to Cxl_owed_trn_vs.
	Move 16 to Cxl_owed_trn_vs_length.

	%beg
	BREAK: Cxl_owed_q;
	SEARCH: Cxl_owed_q (notrap, forward, eql, Key = Cxl_owed_trn_vs);
	%end.

	If success_is in Cxl_owed_q_status
	    Go to D20_NOTE_RETURN_OWED_end
	End-if.

	%beg
	Alloc_Elem: Cxl_owed_q(notrap,
	    .Systime	 NOW,
	    .Trn_key	 = Cxl_owed_trn_vs,
	    .Bank	 = IDBANK of Q_KEY of QUE_ROOT_INDEX,
	    .Cxl_log	 = IDNAME of Q_KEY of QUE_ROOT_INDEX,
	    .Cxl_time	 = Cxllog.Systime,
	    .Owed_status = "O" );
	COMMIT: Tran;
	%end.

	Add 1 to Owed_new_count_ws.

D20_NOTE_RETURN_OWED_end.
	exit.


B20_SUMMARY.

	Move spaces to Report_line_ws.
		into Report_line_ws.
	Write CXL_RPT_REC from Report_line_ws.

	Move Owed_new_count_ws to Owed_new_count_ws_d.
	Move spaces to Report_line_ws.
	String "         " Delimited by size,
	       Owed_new_count_ws_d Delimited by size,
	       " new return(s) owed noted for RETURN_WIRE_GEN"
		Delimited by size
		into Report_line_ws.
	Write CXL_RPT_REC from Report_line_ws.

B20_SUMMARY_end.
	exit.
