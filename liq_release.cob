%Module LIQ_RELEASE <main>;
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

* Liquidity queue release.
*
* In liquidity-saving mode DEBITSIDE_LOOKUP's X993_CHECK_LIQUIDITY parks
* a payment whose bank/currency position is over its intraday limit on
* LIQ_QUEUE (keyed by TRN, status "P") and holds it in repair.  Run
* from the scheduler straight after INTRADAY_POS_MON, which leaves each
* position on LIQ_POSITION, this batch:
*
*	- escalates every parked wire coming up on its currency's
*	  cutoff (the CURRENCY_CAL_TABLES CUTOFF:<ccy>: time captured
*	  when it was parked) within /LEAD=<minutes> (default 30): it is
*	  moved to priority 0, the front of its queue, and broadcast to
*	  the treasury desk once, so the desk can fund the position or
*	  release it on MENU_LIQ before the cutoff is missed;
*	- releases each wire a treasury operator marked for release on
*	  MENU_LIQ (status "M"), whatever the position;
*	- releases the rest, per bank/currency, in priority (lowest
*	  first) then FIFO (park time, then TRN) order for as long as
*	  the recovered position has room -- the limit plus the net,
*	  credits less debits -- stopping at the first wire that does not
*	  fit so nothing overtakes it.  A position with no limit, or not
*	  on LIQ_POSITION at all, holds nothing back.
*
* A release marks the entry "R", takes one off the position's parked
* count and adds the amount to its debits (so later resolutions and the
* rest of this run see the room it used) in one commit, then re-resolves
* the wire through DEBITSIDE_LOOKUP with the IFML_GATEWAY arguments.
* X993 now lets it through; a clean resolution commits into normal
* processing, anything else into repair with its memos.  Every
* escalation and release is written to LIQ_ACTION_LOG and gets a line
* in LIQ_RELEASE_OUTPUT, as does every wire left waiting.

* REVISION HISTORY
* ----------------
*
* R. Iverson	28-Dec-2010	CR13255
*	New module.
*
* R. Iverson	01-Feb-2011	CR13270
*	A release rewrites the position's credit total with its debit
*	total, so the two stay from the same read.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select LRL_RPT_FILE	Assign to "LIQ_RELEASE_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  LRL_RPT_FILE record 132 characters.
01  LRL_RPT_REC			Pic X(132).

Working-Storage Section.

01 Today_ws			Pic X(08) value spaces.
01 Now_hhmm_ws			Pic X(04) value spaces.
01 Lead_mins_ws			pic 9(04) comp-5 value 30.
01 Lrl_result_ws		Pic X(08).
01 Lrl_action_ws		Pic X(04).

* Minutes past midnight, for the cutoff window.
01 Lrl_hhmm_ws			Pic 9(04).
01 Lrl_hhmm_x_ws redefines Lrl_hhmm_ws.
   02 Lrl_hh_ws			Pic 9(02).
   02 Lrl_mi_ws			Pic 9(02).
01 Now_mins_ws			pic 9(04) comp-5 value zeroes.
01 Cutoff_mins_ws		pic 9(04) comp-5 value zeroes.

* The positions, from LIQ_POSITION.  Room is what the position can
* still pay out: the limit plus the net (credits less debits, today's
* only).  A position with no limit is unlimited.  Once a wire does
* not fit, the position is closed for the rest of the run so nothing
* behind that wire overtakes it.
01 Pos_table_ws.
   02 Pos_entry_ws		occurs 500 times.
      03 Pos_bank_ws			pic x(03).
      03 Pos_ccy_ws			pic x(03).
      03 Pos_dr_ws			pic s9(15)v9(3) comp-3.
      03 Pos_cr_ws			pic s9(15)v9(3) comp-3.
      03 Pos_limit_ws			pic s9(15)v9(3) comp-3.
      03 Pos_room_ws			pic s9(15)v9(3) comp-3.
      03 Pos_unlimited_sw		pic x(01).
      03 Pos_closed_sw			pic x(01).

01 Pos_used_ws			pic 9(04) comp-5 value zeroes.
01 Pos_idx_ws			pic 9(04) comp-5 value zeroes.
01 Pos_slot_ws			pic 9(04) comp-5 value zeroes.

* The parked wires, from LIQ_QUEUE, sorted on Park_sort_key_ws: bank,
* currency, class (0 = marked for manual release, 1 = parked),
* priority, park time, TRN.
01 Park_table_ws.
   02 Park_entry_ws		occurs 5000 times.
      03 Park_sort_key_ws.
	 04 Park_bank_ws		pic x(03).
	 04 Park_ccy_ws			pic x(03).
	 04 Park_class_ws		pic x(01).
	 04 Park_prio_ws		pic x(01).
	 04 Park_stamp_ws		pic x(12).
	 04 Park_trn_ws			pic x(16).
      03 Park_amount_ws			pic s9(15)v9(3) comp-3.
      03 Park_cutoff_ws			pic x(04).
      03 Park_escl_sw			pic x(01).

01 Park_hold_ws.
   02 Park_hold_key_ws		pic x(36).
   02 Park_hold_amount_ws	pic s9(15)v9(3) comp-3.
   02 Park_hold_cutoff_ws	pic x(04).
   02 Park_hold_escl_sw		pic x(01).

01 Park_used_ws			pic 9(04) comp-5 value zeroes.
01 Park_idx_ws			pic 9(04) comp-5 value zeroes.
01 Park_sort_j_ws		pic 9(04) comp-5 value zeroes.

01 Parked_count_ws		pic 9(07) comp-5 value zeroes.
01 Released_count_ws		pic 9(07) comp-5 value zeroes.
01 Held_count_ws		pic 9(07) comp-5 value zeroes.
01 Waiting_count_ws		pic 9(07) comp-5 value zeroes.
01 Escalated_count_ws		pic 9(07) comp-5 value zeroes.
01 Skipped_count_ws		pic 9(07) comp-5 value zeroes.
01 Full_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5/COMP-3 fields above for the STRINGs.
01 Parked_count_ws_d		pic 9(07) usage display.
01 Released_count_ws_d		pic 9(07) usage display.
01 Held_count_ws_d		pic 9(07) usage display.
01 Waiting_count_ws_d		pic 9(07) usage display.
01 Escalated_count_ws_d		pic 9(07) usage display.
01 Skipped_count_ws_d		pic 9(07) usage display.
01 Full_count_ws_d		pic 9(07) usage display.
01 Lead_mins_ws_d		pic 9(04) usage display.
01 Amount_ws_d			pic z(14)9.9(3) usage display.

01 Lrl_trn_x_ws			Pic X(16).
01 Lrl_note_x_ws		Pic X(60).
01 Lrl_memo_x_ws		Pic X(80).
01 Lrl_req_by_x_ws		Pic X(12).
01 Lrl_cutoff_x_ws		Pic X(04).
01 Report_line_ws		Pic X(132).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def		<ENTFTR>	%`SBJ_DD_PATH:ENTFTR_FSECT.DDL`		%end
%def		<ENT>		%`SBJ_DD_PATH:ENT_FSECT.DDL`		%end

%def				%^ local fsect

INDEXA:			Que (%`SBJ_DD_PATH:REF_INDEX.DDF`);
Lrl_liq_q:		que(%`SBJ_DD_PATH:LIQ_QUEUE.DDF`);
Lrl_pos_q:		que(%`SBJ_DD_PATH:LIQ_POSITION.DDF`);
Lrl_log_q:		que(%`SBJ_DD_PATH:LIQ_ACTION_LOG.DDF`);
Lrl_trn_key_ws: rec(
  Trn_date_ws:		str(8);
  Trn_num_ws:		str(8); );
Msg_union_sts:		Boolean;
Msg_ftr_sts:		Boolean;
Ws_rsts:		boolean;
Lrl_compose:		Compose(^NOTRAP);
Lrl_clip_compose:	Compose(^NOTRAILING_BLANKS);
Return_argument_ws:	vstr(20);
Return_status:		boolean;

%^ The entry being worked.
Lrl_trn_vs:		vstr(16);
Lrl_pos_key_vs:		vstr(8);
Lrl_bank_ws:		str(3);
Lrl_ccy_ws:		str(3);
Lrl_prio_ws:		str(1);
Lrl_new_prio_ws:	str(1);
Lrl_over_ws:		str(1);
Lrl_rel_result_ws:	str(1);
Lrl_person_vs:		vstr(12);
Lrl_memo_vs:		vstr(80);
Lrl_parked_ws:		long;
Lrl_dr_amt:		amount;
Lrl_cr_amt:		amount;
Lrl_today_ws:		str(8);

%^ DEBITSIDE_LOOKUP arguments -- the same fixed set IFML_GATEWAY
%^ passes, with payment/non-repetitive settings.
Lrl_look_sts:		Boolean;
Lrl_nocheck_ws:		long;
Lrl_multibank_ws:	long;
Lrl_currency_ws:	str(3);
Lrl_second_id_ws:	vstr(132);
Lrl_choose_cur_ws:	long;
Lrl_xbank_ok_ws:	boolean;
Lrl_notell_ws:		long;
Lrl_nochange_ws:	boolean;
Lrl_resume_ws:		long;
Lrl_look_amount_ws:	amount;
Lrl_msg_currency_ws:	str(3);
Lrl_debit_account_ws:	str(34);
Lrl_is_payment_ws:	boolean;
Lrl_acct_type_ws:	str(1);
Lrl_rptv_ws:		boolean;
Lrl_lock_ws:		boolean;
Lrl_feekey_ws:		str(1);
Lrl_rerun_ws:		str(6);
Lrl_completed_ws:	long;
Lrl_state_ws:		long;
Lrl_currency_found_ws:	str(3);
Lrl_2nd_matched_ws:	long;
Lrl_nothing_susp_ws:	boolean;
Lrl_bank_chg_ws:	boolean;
Lrl_err_count_ws:	long;
Lrl_last_memo_ws:	vstr(80);

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	Open Output LRL_RPT_FILE.

	Move Lead_mins_ws to Lead_mins_ws_d.
	Move spaces to Report_line_ws.
	String "Liquidity queue release for " Delimited by size,
	       Today_ws Delimited by size,
	       " at " Delimited by size,
	       Now_hhmm_ws Delimited by size,
	       " - cutoff lead " Delimited by size,
	       Lead_mins_ws_d Delimited by size,
	       " minutes" Delimited by size
		into Report_line_ws.
	Write LRL_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Result    Bank  Ccy  TRN               Pr  "
		Delimited by size,
	       "Amount                Note" Delimited by size
		into Report_line_ws.
	Write LRL_RPT_REC from Report_line_ws.

	Perform B10_LOAD_POSITIONS thru B10_LOAD_POSITIONS_end.
	Perform B20_LOAD_PARKED thru B20_LOAD_PARKED_end.
	Perform B25_ESCALATE thru B25_ESCALATE_end.
	Perform B30_SORT_PARKED thru B30_SORT_PARKED_end.
	Perform B40_RELEASE_PARKED thru B40_RELEASE_PARKED_end.

	If Full_count_ws > 0
	    Move Full_count_ws to Full_count_ws_d
	    Move spaces to Report_line_ws
	    String "*WARNING* table full - " Delimited by size,
		   Full_count_ws_d Delimited by size,
		   " parked wire(s) or position(s) left for the next run"
			Delimited by size
		into Report_line_ws
	    Write LRL_RPT_REC from Report_line_ws
	    Move 1 to abort_ls
	End-if.

	Move Parked_count_ws to Parked_count_ws_d.
	Move Released_count_ws to Released_count_ws_d.
	Move Held_count_ws to Held_count_ws_d.
	Move Waiting_count_ws to Waiting_count_ws_d.
	Move Escalated_count_ws to Escalated_count_ws_d.
	Move Skipped_count_ws to Skipped_count_ws_d.
	Move spaces to Report_line_ws.
	String Parked_count_ws_d Delimited by size,
	       " parked: " Delimited by size,
	       Released_count_ws_d Delimited by size,
	       " released, " Delimited by size,
	       Held_count_ws_d Delimited by size,
	       " to repair, " Delimited by size,
	       Waiting_count_ws_d Delimited by size,
	       " waiting, " Delimited by size,
	       Escalated_count_ws_d Delimited by size,
	       " escalated, " Delimited by size,
	       Skipped_count_ws_d Delimited by size,
	       " skipped" Delimited by size
		into Report_line_ws.
	Write LRL_RPT_REC from Report_line_ws.

	Close LRL_RPT_FILE.

	%beg
	break: INDEXA;
	break: Lrl_liq_q;
	break: Lrl_pos_q;
	break: Lrl_log_q;
	%end.

	%^*********************************************************************
	%^* LIQ_RELEASE$_COUNT  /I ${1} parked wire(s): ${2} released, ${3}
	%^*	to repair, ${4} still waiting, ${5} escalated for cutoff.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"LIQ_RELEASE$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Parked_count_ws, Released_count_ws,
				    Held_count_ws, Waiting_count_ws,
				    Escalated_count_ws);

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
	    Display "%LIQ_RELEASE-E-NOREFNDX, cannot connect REF_INDEX"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%ACE_CONN_Q "MTS"////"LIQ_QUEUE" to Lrl_liq_q giving Ws_rsts;
	If failure_is in Ws_rsts
	    Display "%LIQ_RELEASE-E-NOLIQQUE, cannot connect LIQ_QUEUE"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.
	%ACE_CONN_Q "MTS"////"LIQ_POSITION" to Lrl_pos_q giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"LIQ_ACTION_LOG" to Lrl_log_q giving Ws_rsts;

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.
	Move Today_ws to Lrl_today_ws.
	Call "NEX_GET_HHMM" using
	    by reference Now_hhmm_ws.
	Move Now_hhmm_ws to Lrl_hhmm_x_ws.
	Compute Now_mins_ws = (Lrl_hh_ws * 60) + Lrl_mi_ws.

	Call "ACE_ARG_FIND" using
	      by content "-lead:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
	  and Return_argument_ws_length > 0
	  and Return_argument_ws_length < 5
	    If Return_argument_ws(1:Return_argument_ws_length) is numeric
		Move Return_argument_ws(1:Return_argument_ws_length)
			to Lead_mins_ws
	    End-if
	End-if.

A10_SBJ_INIT_end.
	exit.


B10_LOAD_POSITIONS.
%^ Every position on LIQ_POSITION with its room.  Debits and credits
%^ saved on an earlier day say nothing about today's; such a position
%^ has its whole limit as room.

	%beg
	FIRST: Lrl_pos_q;
	%end.

	Perform until Seq_end_is in Lrl_pos_q_cursor

	    If Pos_used_ws < 500
		Add 1 to Pos_used_ws
		Move Bank of Lrl_pos_q to Pos_bank_ws(Pos_used_ws)
		Move Currency of Lrl_pos_q to Pos_ccy_ws(Pos_used_ws)
		Move Limit_amt of Lrl_pos_q to Pos_limit_ws(Pos_used_ws)
		If Pos_date of Lrl_pos_q = Today_ws
		    Move Dr_total of Lrl_pos_q to Pos_dr_ws(Pos_used_ws)
		    Move Cr_total of Lrl_pos_q to Pos_cr_ws(Pos_used_ws)
		Else
		    Move zero to Pos_dr_ws(Pos_used_ws),
				 Pos_cr_ws(Pos_used_ws)
		End-if
		Compute Pos_room_ws(Pos_used_ws) =
			Pos_limit_ws(Pos_used_ws) +
			Pos_cr_ws(Pos_used_ws) - Pos_dr_ws(Pos_used_ws)
		Move "N" to Pos_unlimited_sw(Pos_used_ws)
		If Pos_limit_ws(Pos_used_ws) not > zero
		    Move "Y" to Pos_unlimited_sw(Pos_used_ws)
		End-if
		Move "N" to Pos_closed_sw(Pos_used_ws)
	    Else
		Add 1 to Full_count_ws
	    End-if

	    %beg NEXT: Lrl_pos_q; %end

	End-perform.

B10_LOAD_POSITIONS_end.
	exit.


B20_LOAD_PARKED.
%^ Every wire still parked ("P") or marked for manual release ("M").
%^ One not yet escalated whose currency's cutoff is within the lead
%^ (or past) is marked for B25_ESCALATE and goes to priority 0.

	%beg
	FIRST: Lrl_liq_q;
	%end.

	Perform until Seq_end_is in Lrl_liq_q_cursor

	    If Liq_status of Lrl_liq_q = "P"
	      or Liq_status of Lrl_liq_q = "M"
		Add 1 to Parked_count_ws
		If Park_used_ws < 5000
		    Perform C10_LOAD_ONE thru C10_LOAD_ONE_end
		Else
		    Add 1 to Full_count_ws
		End-if
	    End-if

	    %beg NEXT: Lrl_liq_q; %end

	End-perform.

B20_LOAD_PARKED_end.
	exit.


B25_ESCALATE.
%^ Escalate the wires B20_LOAD_PARKED marked, now the walk is done.

	Perform varying Park_idx_ws from 1 by 1
		until Park_idx_ws > Park_used_ws
	    If Park_escl_sw(Park_idx_ws) = "Y"
		Move spaces to Lrl_note_x_ws
		Perform C20_ESCALATE thru C20_ESCALATE_end
	    End-if
	End-perform.

B25_ESCALATE_end.
	exit.


B30_SORT_PARKED.
%^ Insertion sort of the parked wires on Park_sort_key_ws.

	Perform varying Park_idx_ws from 2 by 1
		until Park_idx_ws > Park_used_ws

	    Move Park_entry_ws(Park_idx_ws) to Park_hold_ws
	    Move Park_idx_ws to Park_sort_j_ws

	    Perform until Park_sort_j_ws = 1
		    or Park_sort_key_ws(Park_sort_j_ws - 1)
			    not > Park_hold_key_ws
		Move Park_entry_ws(Park_sort_j_ws - 1)
			to Park_entry_ws(Park_sort_j_ws)
		Subtract 1 from Park_sort_j_ws
	    End-perform

	    Move Park_hold_ws to Park_entry_ws(Park_sort_j_ws)

	End-perform.

B30_SORT_PARKED_end.
	exit.


B40_RELEASE_PARKED.
%^ Walk the sorted wires.  A wire marked for manual release goes
%^ whatever the position; any other goes while its position has room
%^ for it, and the first that does not fit closes its position.

	Perform varying Park_idx_ws from 1 by 1
		until Park_idx_ws > Park_used_ws

	    Perform X10_FIND_POSITION thru X10_FIND_POSITION_end
	    Move Park_trn_ws(Park_idx_ws) to Lrl_trn_x_ws
	    Move spaces to Lrl_note_x_ws

	    Evaluate true
	      when Park_class_ws(Park_idx_ws) = "0"
		Perform C30_RELEASE_ONE thru C30_RELEASE_ONE_end
	      when Pos_slot_ws = zero
		Perform C30_RELEASE_ONE thru C30_RELEASE_ONE_end
	      when Pos_closed_sw(Pos_slot_ws) = "Y"
		Perform C90_REPORT_WAITING thru C90_REPORT_WAITING_end
	      when Pos_unlimited_sw(Pos_slot_ws) = "Y"
		Perform C30_RELEASE_ONE thru C30_RELEASE_ONE_end
	      when Park_amount_ws(Park_idx_ws) not > Pos_room_ws(Pos_slot_ws)
		Perform C30_RELEASE_ONE thru C30_RELEASE_ONE_end
	      when other
		Move "Y" to Pos_closed_sw(Pos_slot_ws)
		Perform C90_REPORT_WAITING thru C90_REPORT_WAITING_end
	    End-evaluate

	End-perform.

B40_RELEASE_PARKED_end.
	exit.


C10_LOAD_ONE.
%^ One parked wire into the table.

	Add 1 to Park_used_ws.
	Move Bank of Lrl_liq_q to Park_bank_ws(Park_used_ws).
	Move Currency of Lrl_liq_q to Park_ccy_ws(Park_used_ws).
	Move "1" to Park_class_ws(Park_used_ws).
	If Liq_status of Lrl_liq_q = "M"
	    Move "0" to Park_class_ws(Park_used_ws)
	End-if.
	Move Priority of Lrl_liq_q to Park_prio_ws(Park_used_ws).
	Move Park_stamp of Lrl_liq_q to Park_stamp_ws(Park_used_ws).
	%beg Lrl_trn_vs = Lrl_liq_q.Trn_key; %end.
	Move spaces to Park_trn_ws(Park_used_ws).
	If Lrl_trn_vs_length > 0
	    Move Lrl_trn_vs(1:Lrl_trn_vs_length)
		to Park_trn_ws(Park_used_ws)
	End-if.
	Move Amount of Lrl_liq_q to Park_amount_ws(Park_used_ws).
	Move Cutoff of Lrl_liq_q to Park_cutoff_ws(Park_used_ws).
	Move "N" to Park_escl_sw(Park_used_ws).

	If Escalated of Lrl_liq_q not = "Y"
	  and Park_cutoff_ws(Park_used_ws) is numeric
	    Move Park_cutoff_ws(Park_used_ws) to Lrl_hhmm_x_ws
	    Compute Cutoff_mins_ws = (Lrl_hh_ws * 60) + Lrl_mi_ws
	    If Now_mins_ws + Lead_mins_ws not < Cutoff_mins_ws
		Move "Y" to Park_escl_sw(Park_used_ws)
		Move "0" to Park_prio_ws(Park_used_ws)
	    End-if
	End-if.

C10_LOAD_ONE_end.
	exit.


C20_ESCALATE.
%^ The wire at Park_idx_ws is within the lead of its currency's cutoff
%^ (or past it): move it to priority 0 and mark it escalated so the
%^ desk hears about it once, log it, and broadcast it.

	Move Park_trn_ws(Park_idx_ws) to Lrl_trn_x_ws.
	Move Park_cutoff_ws(Park_idx_ws) to Lrl_cutoff_x_ws.

	%beg
	Lrl_compose ^OUT(Lrl_trn_vs) Lrl_trn_x_ws, /;
	BREAK: Lrl_liq_q;
	SEARCH: Lrl_liq_q (notrap, forward, eql, Key = Lrl_trn_vs);
	%end.
	If failure_is in Lrl_liq_q_status
	    Go to C20_ESCALATE_end
	End-if.

	%beg
	Lrl_prio_ws = Lrl_liq_q.Priority;
	Lrl_bank_ws = Lrl_liq_q.Bank;
	Lrl_ccy_ws = Lrl_liq_q.Currency;
	Lrl_liq_q(notrap,
	    .Priority	= "0",
	    .Escalated	= "Y" );
	%end.

	Move spaces to Lrl_memo_x_ws.
	String "Escalated - within " Delimited by size,
	       Lead_mins_ws_d Delimited by size,
	       " minutes of the " Delimited by size,
	       Lrl_cutoff_x_ws Delimited by size,
	       " cutoff" Delimited by size
		into Lrl_memo_x_ws.
	Move "ESCL" to Lrl_action_ws.
	Move "0" to Lrl_new_prio_ws.
	%beg Lrl_person_vs = "LIQ_RELEASE"; %end.
	Perform D80_LOG_ACTION thru D80_LOG_ACTION_end.

	%beg COMMIT: Tran; %end.

	Add 1 to Escalated_count_ws.

	%^*********************************************************************
	%^* LIQ_RELEASE$_CUTOFF  /W Parked wire ${1} (bank ${2} ${3}) is
	%^*	within ${4} minutes of the ${5} cutoff - escalated.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"LIQ_RELEASE$_CUTOFF"
		  by value -1
		  %ace_msg_arg_list(Lrl_trn_x_ws, Lrl_bank_ws, Lrl_ccy_ws,
				    Lead_mins_ws, Lrl_cutoff_x_ws);

	Move "ESCALATE" to Lrl_result_ws.
	Move Lrl_memo_x_ws to Lrl_note_x_ws.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

C20_ESCALATE_end.
	exit.


C30_RELEASE_ONE.
%^ Release the wire at Park_idx_ws: check it is still parked, connect
%^ it, take it off the queue against its position (one commit), then
%^ memo it and re-resolve it (a second).

	%beg
	Lrl_compose ^OUT(Lrl_trn_vs) Lrl_trn_x_ws, /;
	BREAK: Lrl_liq_q;
	SEARCH: Lrl_liq_q (notrap, forward, eql, Key = Lrl_trn_vs);
	%end.

%^ Released or repriced on MENU_LIQ since it was loaded -- the screen
%^ has it; the next run takes it as it now stands.
	If failure_is in Lrl_liq_q_status
	    Go to C30_RELEASE_ONE_end
	End-if.
	If Liq_status of Lrl_liq_q not = "P"
	  and Liq_status of Lrl_liq_q not = "M"
	    Go to C30_RELEASE_ONE_end
	End-if.
	If Priority of Lrl_liq_q not = Park_prio_ws(Park_idx_ws)
	  and Park_class_ws(Park_idx_ws) not = "0"
	    Move "reprioritized on MENU_LIQ since loaded" to Lrl_note_x_ws
	    Perform C90_REPORT_WAITING thru C90_REPORT_WAITING_end
	    Go to C30_RELEASE_ONE_end
	End-if.

	%beg
	Lrl_prio_ws = Lrl_liq_q.Priority;
	Lrl_bank_ws = Lrl_liq_q.Bank;
	Lrl_ccy_ws = Lrl_liq_q.Currency;
	%end.
	Move spaces to Lrl_req_by_x_ws.
	If Park_class_ws(Park_idx_ws) = "0"
	    %beg Lrl_person_vs = Lrl_liq_q.Release_req_by; %end
	    If Lrl_person_vs_length > 0
		Move Lrl_person_vs(1:Lrl_person_vs_length)
			to Lrl_req_by_x_ws
	    End-if
	End-if.

	Move Lrl_trn_x_ws(1:8) to Trn_date_ws of Lrl_trn_key_ws.
	Move Lrl_trn_x_ws(9:8) to Trn_num_ws of Lrl_trn_key_ws.

	%Beg INDEXA ^Search (forward, eql, key = Lrl_trn_key_ws); %End.
	If failure_is in INDEXA_status
	    Move "wire not on the REF_INDEX" to Lrl_note_x_ws
	    Perform D90_MARK_SKIPPED thru D90_MARK_SKIPPED_end
	    Go to C30_RELEASE_ONE_end
	End-if.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Move "message history not found" to Lrl_note_x_ws
	    Perform D90_MARK_SKIPPED thru D90_MARK_SKIPPED_end
	    Go to C30_RELEASE_ONE_end
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
	    Move "message could not be connected" to Lrl_note_x_ws
	    Perform D90_MARK_SKIPPED thru D90_MARK_SKIPPED_end
	    Go to C30_RELEASE_ONE_end
	End-if.

	%beg
	msg_history_seq equate: ent_msg_history;
	%end.

	Call "DAT_CONN_MSG".

%^ Off the queue and against the position, before the resolution, so
%^ X993 lets the wire through.
	%beg
	Lrl_liq_q(notrap,
	    .Liq_status	= "R",
	    .Released_time NOW );
	%end.
	If Park_class_ws(Park_idx_ws) = "0"
	    Move "MREL" to Lrl_action_ws
	    Move "Released on request from MENU_LIQ" to Lrl_memo_x_ws
	Else
	    Move "RELS" to Lrl_action_ws
	    %beg Lrl_person_vs = "LIQ_RELEASE"; %end
	    Move "Released - position has room" to Lrl_memo_x_ws
	End-if.
	Move Lrl_prio_ws to Lrl_new_prio_ws.
	Perform D80_LOG_ACTION thru D80_LOG_ACTION_end.
	Perform D70_TAKE_FROM_POSITION thru D70_TAKE_FROM_POSITION_end.
	%beg COMMIT: Tran; %end.

	Move spaces to Lrl_memo_x_ws.
	If Park_class_ws(Park_idx_ws) = "0"
	    String "Released from the liquidity queue by " Delimited by size,
		   Lrl_req_by_x_ws Delimited by space
		    into Lrl_memo_x_ws
	Else
	    String "Released from the liquidity queue - " Delimited by size,
		   Lrl_bank_ws Delimited by size,
		   " " Delimited by size,
		   Lrl_ccy_ws Delimited by size,
		   " position recovered" Delimited by size
		    into Lrl_memo_x_ws
	End-if.
	Perform D40_ADD_MEMO thru D40_ADD_MEMO_end.

	Perform D50_RESOLVE_DEBIT thru D50_RESOLVE_DEBIT_end.

	If Success_is in Lrl_look_sts
	  and Success_is in Lrl_nothing_susp_ws
	    Add 1 to Released_count_ws
	    Move "RELEASED" to Lrl_result_ws
	    Move "A" to Lrl_rel_result_ws
	Else
	    Add 1 to Held_count_ws
	    Move "REPAIR" to Lrl_result_ws
	    Move "H" to Lrl_rel_result_ws
	End-if.

	%beg
	BREAK: Lrl_liq_q;
	SEARCH: Lrl_liq_q (notrap, forward, eql, Key = Lrl_trn_vs);
	%end.
	If success_is in Lrl_liq_q_status
	    %beg
	    Lrl_liq_q(notrap, .Release_result = Lrl_rel_result_ws );
	    %end
	End-if.

	%beg COMMIT: Tran; %end.

	If Lrl_result_ws = "REPAIR"
	  and Lrl_last_memo_ws_length > 0
	    Move Lrl_last_memo_ws(1:Lrl_last_memo_ws_length)
		to Lrl_note_x_ws
	End-if.
	If Lrl_result_ws = "RELEASED"
	  and Park_class_ws(Park_idx_ws) = "0"
	    String "manual release by " Delimited by size,
		   Lrl_req_by_x_ws Delimited by space
		    into Lrl_note_x_ws
	End-if.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

	Call "DAT_BREAK_MSG".

	%Beg
	BREAK: MSG_HISTORY_SEQ;
	BREAK: MSG_UNION;
	%End.

C30_RELEASE_ONE_end.
	exit.


C90_REPORT_WAITING.
%^ The wire stays parked: its position has no room for it, or for one
%^ ahead of it.

	Add 1 to Waiting_count_ws.
	Move "WAITING" to Lrl_result_ws.
	If Lrl_note_x_ws = spaces
	    Move "position has no room yet" to Lrl_note_x_ws
	End-if.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

C90_REPORT_WAITING_end.
	exit.


D40_ADD_MEMO.
%^ One *SYS_MEMO on the wire, from Lrl_memo_x_ws.

	%beg
	Lrl_clip_compose ^OUT(Lrl_memo_vs) Lrl_memo_x_ws, /;

	ALLOC_END: Ent_msg_history (
			.qname (
				.Idbank = Ent_ftr_set.Loc_info.Bank,
				.Idloc = NULL,
				.Idname= "*SYS_MEMO"),
			.memo   = Lrl_memo_vs,
			.qtype	= "OBJTYP$_NULL");
	%end.

D40_ADD_MEMO_end.
	exit.


D50_RESOLVE_DEBIT.
%^ Run DEBITSIDE_LOOKUP on the wire exactly as if it had been keyed:
%^ a payment, not a repetitive, standard search options -- the fixed
%^ argument set IFML_GATEWAY's C20_RESOLVE_DEBIT passes.

	Move ZERO to Lrl_nocheck_ws, Lrl_notell_ws, Lrl_resume_ws.
	Move 1 to Lrl_multibank_ws, Lrl_choose_cur_ws.
	Set Success_is in Lrl_xbank_ok_ws to TRUE.
	Set Success_is in Lrl_nochange_ws to TRUE.
	Set Success_is in Lrl_is_payment_ws to TRUE.
	Set Failure_is in Lrl_rptv_ws to TRUE.
	Set Failure_is in Lrl_lock_ws to TRUE.
	Set Failure_is in Lrl_bank_chg_ws to TRUE.
	Move SPACE to Lrl_acct_type_ws, Lrl_feekey_ws.
	Move SPACES to Lrl_rerun_ws, Lrl_debit_account_ws.
	Move ZERO to Lrl_completed_ws, Lrl_state_ws, Lrl_2nd_matched_ws,
		     Lrl_err_count_ws.
	%Beg
	Lrl_second_id_ws = NULL;
	Lrl_last_memo_ws = NULL;
	%End.

	Move Currency_code of Ent_ftr_set to Lrl_currency_ws.
	Move Currency_code of Ent_ftr_set to Lrl_msg_currency_ws.
	Move Amount of Ent_ftr_set to Lrl_look_amount_ws.

	Call "DEBITSIDE_LOOKUP" USING
		By Reference Lrl_nocheck_ws
		By Reference Lrl_multibank_ws
		By Reference Lrl_currency_ws
		By Reference Lrl_second_id_ws
		By Reference Lrl_second_id_ws_length
		By Reference Lrl_choose_cur_ws
		By Reference Lrl_xbank_ok_ws
		By Reference Lrl_notell_ws
		By Reference Lrl_nochange_ws
		By Reference Lrl_resume_ws
		By Reference Lrl_look_amount_ws
		By Reference Lrl_msg_currency_ws
		By Reference Lrl_debit_account_ws
		By Reference Lrl_is_payment_ws
		By Reference Lrl_acct_type_ws
		By Reference Lrl_rptv_ws
		By Reference Lrl_lock_ws
		By Reference Lrl_feekey_ws
		By Reference Lrl_rerun_ws
		By Reference Lrl_completed_ws
		By Reference Lrl_state_ws
		By Reference Lrl_currency_found_ws
		By Reference Lrl_2nd_matched_ws
		By Reference Lrl_nothing_susp_ws
		By Reference Lrl_bank_chg_ws
		By Reference Lrl_err_count_ws
		By Reference Lrl_last_memo_ws
		By Reference Lrl_last_memo_ws_length
	      RETURNING Lrl_look_sts.

D50_RESOLVE_DEBIT_end.
	exit.


D70_TAKE_FROM_POSITION.
%^ The released wire leaves the queue: one off its position's parked
%^ count, and its amount onto the position's debits -- in the table,
%^ for the rest of this run, and on LIQ_POSITION, for DEBITSIDE_LOOKUP
%^ until INTRADAY_POS_MON next recounts.  The caller commits.

	If Pos_slot_ws not = zero
	    Add Park_amount_ws(Park_idx_ws) to Pos_dr_ws(Pos_slot_ws)
	    Subtract Park_amount_ws(Park_idx_ws)
		from Pos_room_ws(Pos_slot_ws)
	End-if.

	%beg
	Lrl_compose ^OUT(Lrl_pos_key_vs) Lrl_bank_ws, ":", Lrl_ccy_ws, /;
	BREAK: Lrl_pos_q;
	SEARCH: Lrl_pos_q (notrap, forward, eql, Key = Lrl_pos_key_vs);
	%end.
	If failure_is in Lrl_pos_q_status
	    Go to D70_TAKE_FROM_POSITION_end
	End-if.

	Move Parked_count of Lrl_pos_q to Lrl_parked_ws.
	If Lrl_parked_ws > 0
	    Subtract 1 from Lrl_parked_ws
	End-if.

	Move "N" to Lrl_over_ws.
	If Pos_slot_ws not = zero
	    Move Pos_dr_ws(Pos_slot_ws) to Lrl_dr_amt
	    Move Pos_cr_ws(Pos_slot_ws) to Lrl_cr_amt
	    If Pos_unlimited_sw(Pos_slot_ws) = "N"
	      and Pos_room_ws(Pos_slot_ws) < zero
		Move "Y" to Lrl_over_ws
	    End-if
	    %beg
	    Lrl_pos_q(notrap,
		.Pos_date	= Lrl_today_ws,
		.Dr_total	= Lrl_dr_amt,
		.Cr_total	= Lrl_cr_amt,
		.Over_limit	= Lrl_over_ws,
		.Parked_count	= Lrl_parked_ws );
	    %end
	Else
	    %beg
	    Lrl_pos_q(notrap, .Parked_count = Lrl_parked_ws );
	    %end
	End-if.

D70_TAKE_FROM_POSITION_end.
	exit.


D80_LOG_ACTION.
%^ The LIQ_ACTION_LOG entry for Lrl_action_ws on the positioned queue
%^ entry, by Lrl_person_vs; the caller commits.

	%beg
	Lrl_clip_compose ^OUT(Lrl_memo_vs) Lrl_memo_x_ws, /;

	Alloc_Elem: Lrl_log_q(notrap,
	    .Systime	  NOW,
	    .Trn_key	  = Lrl_liq_q.Trn_key,
	    .Bank	  = Lrl_liq_q.Bank,
	    .Currency	  = Lrl_liq_q.Currency,
	    .Action	  = Lrl_action_ws,
	    .Person	  = Lrl_person_vs,
	    .Old_priority = Lrl_prio_ws,
	    .New_priority = Lrl_new_prio_ws,
	    .Memo	  = Lrl_memo_vs );
	%end.

D80_LOG_ACTION_end.
	exit.


D90_MARK_SKIPPED.
%^ The wire cannot be worked: mark its entry "X" so it leaves the
%^ queue and the position's parked count, log it, and report why.

	Add 1 to Skipped_count_ws.
	Move "SKIPPED" to Lrl_result_ws.

	%beg
	Lrl_liq_q(notrap, .Liq_status = "X" );
	Lrl_person_vs = "LIQ_RELEASE";
	%end.
	Move "SKIP" to Lrl_action_ws.
	Move Lrl_prio_ws to Lrl_new_prio_ws.
	Move Lrl_note_x_ws to Lrl_memo_x_ws.
	Perform D80_LOG_ACTION thru D80_LOG_ACTION_end.

	%beg
	Lrl_compose ^OUT(Lrl_pos_key_vs) Lrl_bank_ws, ":", Lrl_ccy_ws, /;
	BREAK: Lrl_pos_q;
	SEARCH: Lrl_pos_q (notrap, forward, eql, Key = Lrl_pos_key_vs);
	%end.
	If success_is in Lrl_pos_q_status
	    Move Parked_count of Lrl_pos_q to Lrl_parked_ws
	    If Lrl_parked_ws > 0
		Subtract 1 from Lrl_parked_ws
	    End-if
	    %beg
	    Lrl_pos_q(notrap, .Parked_count = Lrl_parked_ws );
	    %end
	End-if.

	%beg COMMIT: Tran; %end.

	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D90_MARK_SKIPPED_end.
	exit.


D95_REPORT_ONE.

	Move Park_amount_ws(Park_idx_ws) to Amount_ws_d.
	Move spaces to Report_line_ws.
	String Lrl_result_ws Delimited by size,
	       "  " Delimited by size,
	       Park_bank_ws(Park_idx_ws) Delimited by size,
	       "   " Delimited by size,
	       Park_ccy_ws(Park_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Park_trn_ws(Park_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Park_prio_ws(Park_idx_ws) Delimited by size,
	       "   " Delimited by size,
	       Amount_ws_d Delimited by size,
	       "  " Delimited by size,
	       Lrl_note_x_ws Delimited by size
		into Report_line_ws.
	Write LRL_RPT_REC from Report_line_ws.

D95_REPORT_ONE_end.
	exit.


X10_FIND_POSITION.
%^ The position slot for the wire at Park_idx_ws, zero when its
%^ bank/currency is not on LIQ_POSITION.

	Move zero to Pos_slot_ws.

	Perform varying Pos_idx_ws from 1 by 1
		until Pos_idx_ws > Pos_used_ws
	    If Pos_bank_ws(Pos_idx_ws) = Park_bank_ws(Park_idx_ws)
	      and Pos_ccy_ws(Pos_idx_ws) = Park_ccy_ws(Park_idx_ws)
		Move Pos_idx_ws to Pos_slot_ws
		Compute Pos_idx_ws = Pos_used_ws + 1
	    End-if
	End-perform.

X10_FIND_POSITION_end.
	exit.
