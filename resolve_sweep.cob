%Module RESOLVE_SWEEP <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Reference-data re-resolution sweep of the repair queues.
*
* DEBITSIDE_LOOKUP's X981_TRACK_RETRY lists every wire it leaves in
* repair for a reference-data reason -- NBIC (a BCC party with no
* SWIFT ID), AMBG (an ambiguous debitside party), NOF (a debit party
* not on file) or NACC (no debit account) -- on RESOLVE_RETRY_QUE,
* keyed by TRN, status "P"ending.  Run right after AUX_DELTA_LOAD,
* ABA_BIC_XREF_BLD or a REL address fix, this batch works every
* pending entry:
*
*	- a wire no longer sitting on one of the repair queues (it was
*	  repaired, cancelled or sent by hand) is dropped from the list
*	  ("X").  The repair queues are the REPAIR_QUEUE: items of the
*	  RESOLVE_SWEEP_TABLES config union (Idbank null), ordinal by
*	  ordinal, each a queue name; default RPR.  A wire's queue is
*	  the last queue on its message history;
*	- otherwise the wire is re-resolved through DEBITSIDE_LOOKUP,
*	  the VALDATE_RELEASE / IFML_GATEWAY call sequence.  A clean
*	  resolution gets a memo saying the sweep resolved it and
*	  commits into normal processing; the entry goes to "S"wept.
*	  Anything else is cancelled, so the wire stays in repair
*	  exactly as it was, and stays on the list.
*
* Every entry worked gets a before/after line in RESOLVE_SWEEP_OUTPUT
* for operations: the reason and memo it failed with, and what the
* sweep made of it.  Entries no longer pending are removed once older
* than /PURGE_DAYS=<n> (default 30).

* REVISION HISTORY
* ----------------
*
* R. Iverson	19-Oct-2010	CR13225
*	New module.
*
* R. Iverson	01-Feb-2011	CR13270
*	The purge steps past an entry it cannot delete (locked) instead
*	of coming back to it for ever.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select SWP_RPT_FILE	Assign to "RESOLVE_SWEEP_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  SWP_RPT_FILE record 132 characters.
01  SWP_RPT_REC			Pic X(132).

Working-Storage Section.

01 Swp_end_scan_sw		Pic X value "N".
   88 Swp_end_scan		value "Y".
01 Swp_in_repair_sw		Pic X value "N".
   88 Swp_in_repair		value "Y".
01 Swp_result_ws		Pic X(08).
01 Purge_days_ws		pic 9(05) comp-5 value 30.
01 Age_days_ws			pic s9(05) comp-5 value zeroes.

* Repair queue names, from the REPAIR_QUEUE: items.
01 Rpq_tbl_ws.
   02 Rpq_name_ws		pic x(24) occurs 20 times.
01 Rpq_used_ws			pic 9(03) comp-5 value zeroes.
01 Rpq_idx_ws			pic 9(03) comp-5 value zeroes.
01 Cur_queue_ws			Pic X(24).

01 Pending_count_ws		pic 9(07) comp-5 value zeroes.
01 Resolved_count_ws		pic 9(07) comp-5 value zeroes.
01 Still_count_ws		pic 9(07) comp-5 value zeroes.
01 Gone_count_ws		pic 9(07) comp-5 value zeroes.
01 Purge_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5 fields above for the STRINGs in A00_MAIN.
01 Pending_count_ws_d		pic 9(07) usage display.
01 Resolved_count_ws_d		pic 9(07) usage display.
01 Still_count_ws_d		pic 9(07) usage display.
01 Gone_count_ws_d		pic 9(07) usage display.
01 Purge_count_ws_d		pic 9(07) usage display.

01 Swp_trn_x_ws			Pic X(16).
01 Swp_bank_x_ws		Pic X(03).
01 Swp_reason_x_ws		Pic X(04).
01 Swp_before_x_ws		Pic X(80).
01 Swp_after_x_ws		Pic X(80).
01 Swp_memo_x_ws		Pic X(80).
01 Report_line_ws		Pic X(132).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def		<ENTFTR>	%`SBJ_DD_PATH:ENTFTR_FSECT.DDL`		%end
%def		<ENT>		%`SBJ_DD_PATH:ENT_FSECT.DDL`		%end

%def				%^ local fsect

INDEXA:			Que (%`SBJ_DD_PATH:REF_INDEX.DDF`);
Swp_rtry_q:		que(%`SBJ_DD_PATH:RESOLVE_RETRY_QUE.DDF`);
Swp_trn_key_ws: rec(
  Trn_date_ws:		str(8);
  Trn_num_ws:		str(8); );
Msg_union_sts:		Boolean;
Msg_ftr_sts:		Boolean;
Ws_rsts:		boolean;
Swp_clip_compose:	Compose(^NOTRAILING_BLANKS);
Return_argument_ws:	vstr(20);
Return_status:		boolean;

%^ The entry being worked, saved across the commit or cancel.
Swp_key_vs:		vstr(16);
Swp_chk_vs:		vstr(16);
Swp_bank_vs:		vstr(3);
Swp_reason_ws:		str(4);
Swp_last_memo_ws:	str(80);
Swp_sweeps_ws:		long;
Swp_memo_vs:		vstr(80);

%^ RESOLVE_SWEEP_TABLES lookups.
Rpq_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Rpq_item_key_ws:	vstr(25);
Rpq_item_type_ws:	vstr(16);
Rpq_data_ws:		vstr(64);
Rpq_ordinal_ws:		word;
Rpq_errmsg_ws:		vstr(80);
Rpq_cfg_status:		Boolean;

%^ DEBITSIDE_LOOKUP arguments -- the same fixed set IFML_GATEWAY
%^ passes, with payment/non-repetitive settings.
Swp_look_sts:		Boolean;
Swp_nocheck_ws:		long;
Swp_multibank_ws:	long;
Swp_currency_ws:	str(3);
Swp_second_id_ws:	vstr(132);
Swp_choose_cur_ws:	long;
Swp_xbank_ok_ws:	boolean;
Swp_notell_ws:		long;
Swp_nochange_ws:	boolean;
Swp_resume_ws:		long;
Swp_look_amount_ws:	amount;
Swp_msg_currency_ws:	str(3);
Swp_debit_account_ws:	str(34);
Swp_is_payment_ws:	boolean;
Swp_acct_type_ws:	str(1);
Swp_rptv_ws:		boolean;
Swp_lock_ws:		boolean;
Swp_feekey_ws:		str(1);
Swp_rerun_ws:		str(6);
Swp_completed_ws:	long;
Swp_state_ws:		long;
Swp_currency_found_ws:	str(3);
Swp_2nd_matched_ws:	long;
Swp_nothing_susp_ws:	boolean;
Swp_bank_chg_ws:	boolean;
Swp_err_count_ws:	long;
Swp_new_memo_ws:	vstr(80);

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.
	Perform A30_LOAD_QUEUES thru A30_LOAD_QUEUES_end.

	Open Output SWP_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Reference-data re-resolution sweep of the repair queues"
		Delimited by size
		into Report_line_ws.
	Write SWP_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Result    Bank  TRN               Rsn   "
		Delimited by size,
	       "Before / after" Delimited by size
		into Report_line_ws.
	Write SWP_RPT_REC from Report_line_ws.

	Perform B10_PURGE_OLD thru B10_PURGE_OLD_end.
	Perform B20_SWEEP thru B20_SWEEP_end.

	Move Pending_count_ws to Pending_count_ws_d.
	Move Resolved_count_ws to Resolved_count_ws_d.
	Move Still_count_ws to Still_count_ws_d.
	Move Gone_count_ws to Gone_count_ws_d.
	Move Purge_count_ws to Purge_count_ws_d.
	Move spaces to Report_line_ws.
	String Pending_count_ws_d Delimited by size,
	       " pending: " Delimited by size,
	       Resolved_count_ws_d Delimited by size,
	       " resolved, " Delimited by size,
	       Still_count_ws_d Delimited by size,
	       " still in repair, " Delimited by size,
	       Gone_count_ws_d Delimited by size,
	       " no longer in repair; " Delimited by size,
	       Purge_count_ws_d Delimited by size,
	       " old entries purged" Delimited by size
		into Report_line_ws.
	Write SWP_RPT_REC from Report_line_ws.

	Close SWP_RPT_FILE.

	%beg
	break: INDEXA;
	break: Swp_rtry_q;
	%end.

	%^*********************************************************************
	%^* RESOLVE_SWEEP$_COUNT  /I ${1} wire(s) pending re-resolution: ${2}
	%^*	resolved, ${3} still in repair, ${4} no longer in repair.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RESOLVE_SWEEP$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Pending_count_ws, Resolved_count_ws,
				    Still_count_ws, Gone_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%Beg
	MSG_HISTORY_SEQ	(NoTrap);
	INDEXA		(Read_Only);
	%End.

	call "DAT_CONN_ROOT".

	%ace_conn_q ////"REF_INDEX" to INDEXA for read_only;
	If failure_is in Ace_status_wf
	    Display "%RESOLVE_SWEEP-E-NOREFNDX, cannot connect REF_INDEX"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%ACE_CONN_Q "MTS"////"RESOLVE_RETRY_QUE" to Swp_rtry_q giving Ws_rsts;

A10_SBJ_INIT_end.
	exit.


A20_GET_QUALIFIERS.
%^ Note whether /PURGE_DAYS=<n> was given.  Default is 30 days.

	Call "ACE_ARG_FIND" using
	      by content "-purge_d*ays:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move Return_argument_ws(1:Return_argument_ws_length)
			to Purge_days_ws
	End-if.

A20_GET_QUALIFIERS_end.
	exit.


A30_LOAD_QUEUES.
%^ The REPAIR_QUEUE: items, ordinal by ordinal; RPR when there are
%^ none.

	%beg
	Rpq_union_key_ws(.Idname = "RESOLVE_SWEEP_TABLES",
			 .Idprod = "MTS",
			 .Idbank = null,
			 .Idloc  = null,
			 .Idcust = null);
	Rpq_item_key_ws = "REPAIR_QUEUE:";
	Rpq_ordinal_ws = <1>;
	Rpq_item_type_ws = "VSTR(24)";
	%end.

	Perform X10_LOAD_ONE_QUEUE thru X10_LOAD_ONE_QUEUE_end.
	Perform until (Failure_is in Rpq_cfg_status)
		   or (Rpq_used_ws >= 20)
	    Add 1 to Rpq_ordinal_ws
	    Perform X10_LOAD_ONE_QUEUE thru X10_LOAD_ONE_QUEUE_end
	End-perform.

	If Rpq_used_ws = zero
	    Move 1 to Rpq_used_ws
	    Move "RPR" to Rpq_name_ws(1)
	End-if.

A30_LOAD_QUEUES_end.
	exit.


B10_PURGE_OLD.
%^ Remove entries no longer pending once older than the purge age.

	%beg
	FIRST: Swp_rtry_q;
	%end.

	Perform until Seq_end_is in Swp_rtry_q_cursor

	    If Retry_status of Swp_rtry_q not = "P"
		Call "NEX_DAYS_SINCE" using
			by reference Systime of Swp_rtry_q
		      returning Age_days_ws
	    Else
		Move zero to Age_days_ws
	    End-if

	    If Age_days_ws > Purge_days_ws
		%beg
		DELETE: Swp_rtry_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Swp_rtry_q_status
		    Add 1 to Purge_count_ws
		    %beg
		    COMMIT: Tran;
		    FIRST: Swp_rtry_q;
		    %end
		Else
		    %beg NEXT: Swp_rtry_q; %end
		End-if
	    Else
		%beg NEXT: Swp_rtry_q; %end
	    End-if

	End-perform.

B10_PURGE_OLD_end.
	exit.


B20_SWEEP.
%^ Work the pending entries in TRN order.  Each one commits or
%^ cancels, so the position is re-sought from the saved key after
%^ every one (the VALDATE_RELEASE re-seat); an entry still pending is
%^ then stepped over.

	%beg
	FIRST: Swp_rtry_q;
	%end.

	Perform until Seq_end_is in Swp_rtry_q_cursor
		   or Swp_end_scan

	    If Retry_status of Swp_rtry_q = "P"
		%beg Swp_key_vs = Swp_rtry_q.Trn_key; %end
		Perform C10_SWEEP_ONE thru C10_SWEEP_ONE_end
		%beg
		BREAK: Swp_rtry_q;
		SEARCH: Swp_rtry_q (notrap, forward, geq,
			Key = Swp_key_vs);
		%end
		If failure_is in Swp_rtry_q_status
		    Move "Y" to Swp_end_scan_sw
		Else
		    %beg Swp_chk_vs = Swp_rtry_q.Trn_key; %end
		    If Swp_chk_vs_length = Swp_key_vs_length
		      and Swp_chk_vs(1:Swp_chk_vs_length) =
			  Swp_key_vs(1:Swp_key_vs_length)
			%beg NEXT: Swp_rtry_q; %end
		    End-if
		End-if
	    Else
		%beg NEXT: Swp_rtry_q; %end
	    End-if

	End-perform.

B20_SWEEP_end.
	exit.


C10_SWEEP_ONE.
%^ One pending wire: connect it, make sure it is still in repair, and
%^ re-resolve it.

	Add 1 to Pending_count_ws.

	%beg
	Swp_bank_vs	 = Swp_rtry_q.Bank;
	Swp_reason_ws	 = Swp_rtry_q.Reason;
	Swp_last_memo_ws = Swp_rtry_q.Last_memo;
	Swp_sweeps_ws	 = Swp_rtry_q.Sweep_count;
	%end.

	Move spaces to Swp_trn_x_ws, Swp_bank_x_ws, Swp_after_x_ws.
	If Swp_key_vs_length > 0
	    Move Swp_key_vs(1:Swp_key_vs_length) to Swp_trn_x_ws
	End-if.
	If Swp_bank_vs_length > 0
	    Move Swp_bank_vs(1:Swp_bank_vs_length) to Swp_bank_x_ws
	End-if.
	Move Swp_reason_ws to Swp_reason_x_ws.
	Move Swp_last_memo_ws to Swp_before_x_ws.
	Move Swp_trn_x_ws(1:8) to Trn_date_ws of Swp_trn_key_ws.
	Move Swp_trn_x_ws(9:8) to Trn_num_ws of Swp_trn_key_ws.

	%Beg INDEXA ^Search (forward, eql, key = Swp_trn_key_ws); %End.
	If failure_is in INDEXA_status
	    Move "wire not on the REF_INDEX" to Swp_after_x_ws
	    Perform D90_DROP_ENTRY thru D90_DROP_ENTRY_end
	    Go to C10_SWEEP_ONE_end
	End-if.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Move "message history not found" to Swp_after_x_ws
	    Perform D90_DROP_ENTRY thru D90_DROP_ENTRY_end
	    Go to C10_SWEEP_ONE_end
	End-if.

	%Beg
	Msg_history_seq TOP: Msg_union (notrap,
	    .Ftr CONN: Ent_ftr_set (notrap) );
	Msg_union_sts = Msg_union STATUS;
	Msg_ftr_sts = Ent_ftr_set STATUS;
	Msg_union (etrap);
	Ent_ftr_set (etrap);
	%End.

	If (Failure_is in Msg_union_sts) or
	   (Failure_is in Msg_ftr_sts)
	    %Beg
	    BREAK: MSG_HISTORY_SEQ;
	    BREAK: MSG_UNION;
	    %End
	    Move "message could not be connected" to Swp_after_x_ws
	    Perform D90_DROP_ENTRY thru D90_DROP_ENTRY_end
	    Go to C10_SWEEP_ONE_end
	End-if.

	Perform D10_CHECK_QUEUE thru D10_CHECK_QUEUE_end.
	If not Swp_in_repair
	    Move spaces to Swp_after_x_ws
	    String "no longer in repair - now on " Delimited by size,
		   Cur_queue_ws Delimited by space
		    into Swp_after_x_ws
	    Perform D90_DROP_ENTRY thru D90_DROP_ENTRY_end
	    Go to C10_SWEEP_ONE_CLEANUP
	End-if.

	%beg
	msg_history_seq equate: ent_msg_history;
	%end.

	Call "DAT_CONN_MSG".

	Perform D50_RESOLVE_DEBIT thru D50_RESOLVE_DEBIT_end.

	If Success_is in Swp_look_sts
	  and Success_is in Swp_nothing_susp_ws
	    Perform D20_RESOLVED thru D20_RESOLVED_end
	Else
	    Perform D30_STILL_FAILS thru D30_STILL_FAILS_end
	End-if.

	Call "DAT_BREAK_MSG".

C10_SWEEP_ONE_CLEANUP.

	%Beg
	BREAK: MSG_HISTORY_SEQ;
	BREAK: MSG_UNION;
	%End.

C10_SWEEP_ONE_end.
	exit.


D10_CHECK_QUEUE.
%^ The wire's queue is the last queue (not a *SYS_MEMO or other
%^ starred entry) on its message history; is it a repair queue?

	Move "N" to Swp_in_repair_sw.
	Move spaces to Cur_queue_ws.

	%beg MSG_HISTORY_SEQ ^FIRST; %end.

	Perform until Seq_end_is in MSG_HISTORY_SEQ_Cursor
	    If Idname of Qname of MSG_HISTORY_SEQ(1:1) not = "*"
		Move Idname of Qname of MSG_HISTORY_SEQ to Cur_queue_ws
	    End-if
	    %Beg Next: MSG_HISTORY_SEQ; %End
	End-perform.

	Perform varying Rpq_idx_ws from 1 by 1
		until Rpq_idx_ws > Rpq_used_ws
		   or Swp_in_repair
	    If Rpq_name_ws(Rpq_idx_ws) = Cur_queue_ws
		Move "Y" to Swp_in_repair_sw
	    End-if
	End-perform.

D10_CHECK_QUEUE_end.
	exit.


D20_RESOLVED.
%^ Clean: memo it and commit into normal processing.  The entry goes
%^ to "S"wept in the same commit.

	Add 1 to Resolved_count_ws.
	Move "RESOLVED" to Swp_result_ws.

	Move spaces to Swp_memo_x_ws.
	String "Resolved by RESOLVE_SWEEP after a reference data update"
		Delimited by size,
	       " (was " Delimited by size,
	       Swp_reason_x_ws Delimited by space,
	       ")" Delimited by size
		into Swp_memo_x_ws.
	%beg
	Swp_clip_compose ^OUT(Swp_memo_vs) Swp_memo_x_ws, /;

	ALLOC_END: Ent_msg_history (
			.qname (
				.Idbank = Ent_ftr_set.Loc_info.Bank,
				.Idloc = NULL,
				.Idname= "*SYS_MEMO"),
			.memo   = Swp_memo_vs,
			.qtype	= "OBJTYP$_NULL");
	%end.

	Add 1 to Swp_sweeps_ws.
	%beg
	BREAK: Swp_rtry_q;
	SEARCH: Swp_rtry_q (notrap, forward, eql, Key = Swp_key_vs);
	%end.
	If success_is in Swp_rtry_q_status
	    %beg
	    Swp_rtry_q(notrap,
		.Retry_status	= "S",
		.Cleared_time	NOW,
		.Sweep_count	= Swp_sweeps_ws,
		.Swept_time	NOW );
	    %end
	End-if.

	%beg COMMIT: Tran; %end.

	Move "resolved - released to normal processing" to Swp_after_x_ws.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D20_RESOLVED_end.
	exit.


D30_STILL_FAILS.
%^ Still failing: cancel, so the wire stays in repair untouched and
%^ stays on the list, then count the attempt on the entry.

	Add 1 to Still_count_ws.
	Move "REPAIR" to Swp_result_ws.

	Move spaces to Swp_after_x_ws.
	If Swp_new_memo_ws_length > 0
	    Move Swp_new_memo_ws(1:Swp_new_memo_ws_length)
		to Swp_after_x_ws
	End-if.

	%beg CANCEL: Tran; %end.

	Add 1 to Swp_sweeps_ws.
	%beg
	BREAK: Swp_rtry_q;
	SEARCH: Swp_rtry_q (notrap, forward, eql, Key = Swp_key_vs);
	%end.
	If success_is in Swp_rtry_q_status
	    %beg
	    Swp_rtry_q(notrap,
		.Sweep_count	= Swp_sweeps_ws,
		.Swept_time	NOW );
	    COMMIT: Tran;
	    %end
	End-if.

	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D30_STILL_FAILS_end.
	exit.


D50_RESOLVE_DEBIT.
%^ Run DEBITSIDE_LOOKUP on the wire exactly as if it had been keyed:
%^ a payment, not a repetitive, standard search options -- the fixed
%^ argument set IFML_GATEWAY's C20_RESOLVE_DEBIT passes.

	Move ZERO to Swp_nocheck_ws, Swp_notell_ws, Swp_resume_ws.
	Move 1 to Swp_multibank_ws, Swp_choose_cur_ws.
	Set Success_is in Swp_xbank_ok_ws to TRUE.
	Set Success_is in Swp_nochange_ws to TRUE.
	Set Success_is in Swp_is_payment_ws to TRUE.
	Set Failure_is in Swp_rptv_ws to TRUE.
	Set Failure_is in Swp_lock_ws to TRUE.
	Set Failure_is in Swp_bank_chg_ws to TRUE.
	Move SPACE to Swp_acct_type_ws, Swp_feekey_ws.
	Move SPACES to Swp_rerun_ws, Swp_debit_account_ws.
	Move ZERO to Swp_completed_ws, Swp_state_ws, Swp_2nd_matched_ws,
		     Swp_err_count_ws.
	%Beg
	Swp_second_id_ws = NULL;
	Swp_new_memo_ws = NULL;
	%End.

	Move Currency_code of Ent_ftr_set to Swp_currency_ws.
	Move Currency_code of Ent_ftr_set to Swp_msg_currency_ws.
	Move Amount of Ent_ftr_set to Swp_look_amount_ws.

	Call "DEBITSIDE_LOOKUP" USING
		By Reference Swp_nocheck_ws
		By Reference Swp_multibank_ws
		By Reference Swp_currency_ws
		By Reference Swp_second_id_ws
		By Reference Swp_second_id_ws_length
		By Reference Swp_choose_cur_ws
		By Reference Swp_xbank_ok_ws
		By Reference Swp_notell_ws
		By Reference Swp_nochange_ws
		By Reference Swp_resume_ws
		By Reference Swp_look_amount_ws
		By Reference Swp_msg_currency_ws
		By Reference Swp_debit_account_ws
		By Reference Swp_is_payment_ws
		By Reference Swp_acct_type_ws
		By Reference Swp_rptv_ws
		By Reference Swp_lock_ws
		By Reference Swp_feekey_ws
		By Reference Swp_rerun_ws
		By Reference Swp_completed_ws
		By Reference Swp_state_ws
		By Reference Swp_currency_found_ws
		By Reference Swp_2nd_matched_ws
		By Reference Swp_nothing_susp_ws
		By Reference Swp_bank_chg_ws
		By Reference Swp_err_count_ws
		By Reference Swp_new_memo_ws
		By Reference Swp_new_memo_ws_length
	      RETURNING Swp_look_sts.

D50_RESOLVE_DEBIT_end.
	exit.


D90_DROP_ENTRY.
%^ The entry cannot or need not be worked: mark it "X" so it drops
%^ off the list, and report why.

	Add 1 to Gone_count_ws.
	Move "DROPPED" to Swp_result_ws.

	%beg
	BREAK: Swp_rtry_q;
	SEARCH: Swp_rtry_q (notrap, forward, eql, Key = Swp_key_vs);
	%end.

	If success_is in Swp_rtry_q_status
	    %beg
	    Swp_rtry_q(notrap,
		.Retry_status	= "X",
		.Cleared_time	NOW );
	    COMMIT: Tran;
	    %end
	End-if.

	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D90_DROP_ENTRY_end.
	exit.


D95_REPORT_ONE.
%^ The before line (reason and memo it failed with) and the after
%^ line (what the sweep made of it).

	Move spaces to Report_line_ws.
	String Swp_result_ws Delimited by size,
	       "  " Delimited by size,
	       Swp_bank_x_ws Delimited by size,
	       "   " Delimited by size,
	       Swp_trn_x_ws Delimited by size,
	       "  " Delimited by size,
	       Swp_reason_x_ws Delimited by size,
	       "  " Delimited by size,
	       "before: " Delimited by size,
	       Swp_before_x_ws Delimited by size
		into Report_line_ws.
	Write SWP_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "                                        "
		Delimited by size,
	       "after:  " Delimited by size,
	       Swp_after_x_ws Delimited by size
		into Report_line_ws.
	Write SWP_RPT_REC from Report_line_ws.

D95_REPORT_ONE_end.
	exit.


X10_LOAD_ONE_QUEUE.
%^ Fetch one REPAIR_QUEUE: item at the current ordinal and file it.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Rpq_union_key_ws
		BY Reference Idprod of Rpq_union_key_ws
		BY Reference Idbank of Rpq_union_key_ws
		BY Reference Idloc of Rpq_union_key_ws
		BY Reference Idcust of Rpq_union_key_ws
		BY Reference Rpq_item_key_ws
		By Reference Rpq_ordinal_ws
		By Reference Rpq_item_type_ws
		By Reference Rpq_data_ws
		By Reference Rpq_data_ws_length
		By Reference Rpq_errmsg_ws
		By Reference Rpq_errmsg_ws_length
	RETURNING Rpq_cfg_status.

	If Failure_is in Rpq_cfg_status
	  or Rpq_data_ws_length = 0
	    Go to X10_LOAD_ONE_QUEUE_end
	End-if.

	Add 1 to Rpq_used_ws.
	Move spaces to Rpq_name_ws(Rpq_used_ws).
	Move Rpq_data_ws(1:Rpq_data_ws_length) to Rpq_name_ws(Rpq_used_ws).

X10_LOAD_ONE_QUEUE_end.
	exit.
