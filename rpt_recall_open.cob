%Module RPT_RECALL_OPEN <main>;
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

* Daily report of payment recalls still waiting on us.
*
* IFML_GATEWAY files each inbound camt.056 recall request on
* RECALL_QUE, operations decides it on the RCL screen (MENU_RCL), and
* RECALL_RESPOND sends the camt.029 answer.  The requesting bank
* expects that answer within a set number of days -- the
* RESPONSE_DAYS: item of the RECALL_TABLES config union (Idbank
* null), default 10.  This report walks the queue and lists:
*
*	- every recall not yet decided, matched to our wire ("OPEN")
*	  or not ("UNMATCHED"), with its age in days since it arrived
*	  and the days left to answer it, or OVERDUE;
*	- every decided recall whose answer has not gone yet -- an
*	  accepted one waits for its return wire to be confirmed on
*	  MENU_RWC, a rejected one for the next RECALL_RESPOND run --
*	  aged against the same deadline.
*
* Overdue recalls are counted in the closing broadcast so the
* operators see them without opening the report.

* REVISION HISTORY
* ----------------
*
* R. Iverson	18-Jan-2011	CR13264
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select RCL_RPT_FILE	Assign to "RPT_RECALL_OPEN_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  RCL_RPT_FILE record 132 characters.
01  RCL_RPT_REC			Pic X(132).

Working-Storage Section.

01 Response_days_ws		pic 9(05) comp-5 value 10.
01 Open_count_ws		pic 9(07) comp-5 value zeroes.
01 Decided_count_ws		pic 9(07) comp-5 value zeroes.
01 Overdue_count_ws		pic 9(07) comp-5 value zeroes.
01 Age_days_ws			pic s9(05) comp-5 value zeroes.
01 Days_left_ws			pic s9(05) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5 fields above for the STRINGs below.
01 Open_count_ws_d		pic 9(07) usage display.
01 Decided_count_ws_d		pic 9(07) usage display.
01 Overdue_count_ws_d		pic 9(07) usage display.
01 Response_days_ws_d		pic 9(05) usage display.
01 Age_days_ws_d		pic 9(05) usage display.
01 Days_left_ws_d		pic 9(05) usage display.

01 Rpt_amount_ws_d		pic 9(15)v9(3) usage display.
01 Rpt_state_ws			Pic X(09).
01 Rpt_left_x_ws		Pic X(07).
01 Rpt_id_x_ws			Pic X(35).
01 Rpt_trn_x_ws			Pic X(16).
01 Rpt_note_x_ws		Pic X(20).
01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Rpt_rcl_que:		que(	%`SBJ_DD_PATH:RECALL_QUE.DDF`);
Rpt_id_vs:		vstr(35);
Rpt_trn_vs:		vstr(16);
Ws_rsts:		boolean;

%^ RECALL_TABLES RESPONSE_DAYS: lookup.
Rro_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Rro_item_key_ws:	vstr(25);
Rro_item_type_ws:	vstr(16);
Rro_data_ws:		vstr(16);
Rro_ordinal_ws:		word;
Rro_errmsg_ws:		vstr(80);
Rro_cfg_status:		Boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_LOAD_CONFIG thru A20_LOAD_CONFIG_end.

	Open Output RCL_RPT_FILE.

	Move Response_days_ws to Response_days_ws_d.
	Move spaces to Report_line_ws.
	String "Payment recalls awaiting a decision (answer due within "
		Delimited by size,
	       Response_days_ws_d Delimited by size,
	       " days)" Delimited by size
		into Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "State      Bank  Recall_id                            "
		Delimited by size,
	       "TRN               Rsn   Ccy Amount              "
		Delimited by size,
	       "Age    Left" Delimited by size
		into Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.

	Perform B10_SCAN_OPEN thru B10_SCAN_OPEN_end.

	Move spaces to Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Decided recalls awaiting their camt.029 answer"
		Delimited by size
		into Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "State      Bank  Recall_id                            "
		Delimited by size,
	       "TRN               Waiting on            "
		Delimited by size,
	       "Age    Left" Delimited by size
		into Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.

	Perform B20_SCAN_DECIDED thru B20_SCAN_DECIDED_end.

	Move Open_count_ws to Open_count_ws_d.
	Move Decided_count_ws to Decided_count_ws_d.
	Move Overdue_count_ws to Overdue_count_ws_d.
	Move spaces to Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String Open_count_ws_d Delimited by size,
	       " recall(s) undecided, " Delimited by size,
	       Decided_count_ws_d Delimited by size,
	       " decided and not yet answered, " Delimited by size,
	       Overdue_count_ws_d Delimited by size,
	       " overdue" Delimited by size
		into Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.

	Close RCL_RPT_FILE.

	%beg
	BREAK: Rpt_rcl_que;
	%end.

	%^*********************************************************************
	%^* RPT_RECALL_OPEN$_COUNT  /I ${1} recall(s) undecided, ${2}
	%^*	decided and not yet answered, ${3} past the answer deadline.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RPT_RECALL_OPEN$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Open_count_ws, Decided_count_ws,
				    Overdue_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%beg
	Rpt_rcl_que	(Read_Only);
	%end.

	call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"RECALL_QUE" to Rpt_rcl_que giving Ws_rsts;
	If failure_is in Ws_rsts
	    Display "%RPT_RECALL_OPEN-E-NOQUEUE, cannot connect RECALL_QUE"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

A10_SBJ_INIT_end.
	Exit.


A20_LOAD_CONFIG.
%^ RECALL_TABLES RESPONSE_DAYS: -- days the requester is owed an
%^ answer in.  Missing or not a number, the default 10 stands.

	%beg
	Rro_union_key_ws(.Idname = "RECALL_TABLES",
			 .Idprod = "MTS",
			 .Idbank = null,
			 .Idloc  = null,
			 .Idcust = null);
	Rro_item_key_ws = "RESPONSE_DAYS:";
	Rro_ordinal_ws = <1>;
	Rro_item_type_ws = "VSTR(5)";
	%end.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Rro_union_key_ws
		BY Reference Idprod of Rro_union_key_ws
		BY Reference Idbank of Rro_union_key_ws
		BY Reference Idloc of Rro_union_key_ws
		BY Reference Idcust of Rro_union_key_ws
		BY Reference Rro_item_key_ws
		By Reference Rro_ordinal_ws
		By Reference Rro_item_type_ws
		By Reference Rro_data_ws
		By Reference Rro_data_ws_length
		By Reference Rro_errmsg_ws
		By Reference Rro_errmsg_ws_length
	RETURNING Rro_cfg_status.

	If Failure_is in Rro_cfg_status
	  or Rro_data_ws_length = 0
	  or Rro_data_ws_length > 5
	    Go to A20_LOAD_CONFIG_end
	End-if.

	If Rro_data_ws(1:Rro_data_ws_length) is numeric
	    Move Rro_data_ws(1:Rro_data_ws_length) to Response_days_ws
	End-if.

A20_LOAD_CONFIG_end.
	Exit.


B10_SCAN_OPEN.
%^ The undecided recalls: "O"pen and "U"nmatched.

	%beg
	FIRST: Rpt_rcl_que;
	%end.

	Perform until Seq_end_is in Rpt_rcl_que_cursor

	    If Recall_status of Rpt_rcl_que = "O" or "U"
		Perform C10_REPORT_OPEN thru C10_REPORT_OPEN_end
	    End-if

	    %beg NEXT: Rpt_rcl_que; %end

	End-perform.

B10_SCAN_OPEN_end.
	Exit.


B20_SCAN_DECIDED.
%^ The decided recalls RECALL_RESPOND has not answered yet.

	%beg
	FIRST: Rpt_rcl_que;
	%end.

	Perform until Seq_end_is in Rpt_rcl_que_cursor

	    If (Recall_status of Rpt_rcl_que = "A" or "R")
	      and Resp_msg_id of Rpt_rcl_que = spaces
		Perform C20_REPORT_DECIDED thru C20_REPORT_DECIDED_end
	    End-if

	    %beg NEXT: Rpt_rcl_que; %end

	End-perform.

B20_SCAN_DECIDED_end.
	Exit.


C10_REPORT_OPEN.

	Add 1 to Open_count_ws.
	Perform D10_AGE_ONE thru D10_AGE_ONE_end.

	If Recall_status of Rpt_rcl_que = "O"
	    Move "OPEN" to Rpt_state_ws
	Else
	    Move "UNMATCHED" to Rpt_state_ws
	End-if.

	Move Amount of Rpt_rcl_que to Rpt_amount_ws_d.
	Move spaces to Report_line_ws.
	String Rpt_state_ws Delimited by size,
	       "  " Delimited by size,
	       Bank of Rpt_rcl_que Delimited by size,
	       "   " Delimited by size,
	       Rpt_id_x_ws Delimited by size,
	       "  " Delimited by size,
	       Rpt_trn_x_ws Delimited by size,
	       "  " Delimited by size,
	       Reason_code of Rpt_rcl_que Delimited by size,
	       "  " Delimited by size,
	       Currency of Rpt_rcl_que Delimited by size,
	       " " Delimited by size,
	       Rpt_amount_ws_d Delimited by size,
	       "  " Delimited by size,
	       Age_days_ws_d Delimited by size,
	       "  " Delimited by size,
	       Rpt_left_x_ws Delimited by size
		into Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.

C10_REPORT_OPEN_end.
	Exit.


C20_REPORT_DECIDED.

	Add 1 to Decided_count_ws.
	Perform D10_AGE_ONE thru D10_AGE_ONE_end.

	Move spaces to Rpt_note_x_ws.
	If Recall_status of Rpt_rcl_que = "A"
	    Move "ACCEPTED" to Rpt_state_ws
	    Move "return wire (RWC)" to Rpt_note_x_ws
	Else
	    Move "REJECTED" to Rpt_state_ws
	    String "RECALL_RESPOND " Delimited by size,
		   Reject_code of Rpt_rcl_que Delimited by size
		    into Rpt_note_x_ws
	End-if.

	Move spaces to Report_line_ws.
	String Rpt_state_ws Delimited by size,
	       "  " Delimited by size,
	       Bank of Rpt_rcl_que Delimited by size,
	       "   " Delimited by size,
	       Rpt_id_x_ws Delimited by size,
	       "  " Delimited by size,
	       Rpt_trn_x_ws Delimited by size,
	       "  " Delimited by size,
	       Rpt_note_x_ws Delimited by size,
	       "  " Delimited by size,
	       Age_days_ws_d Delimited by size,
	       "  " Delimited by size,
	       Rpt_left_x_ws Delimited by size
		into Report_line_ws.
	Write RCL_RPT_REC from Report_line_ws.

C20_REPORT_DECIDED_end.
	Exit.


D10_AGE_ONE.
%^ The positioned recall's id, TRN, age in days since it arrived, and
%^ days left to answer it (OVERDUE once past the deadline).

	%beg
	Rpt_id_vs = Rpt_rcl_que.Recall_id;
	Rpt_trn_vs = Rpt_rcl_que.Trn_key;
	%end.

	Move spaces to Rpt_id_x_ws, Rpt_trn_x_ws, Rpt_left_x_ws.
	If Rpt_id_vs_length > 0
	    Move Rpt_id_vs(1:Rpt_id_vs_length) to Rpt_id_x_ws
	End-if.
	If Rpt_trn_vs_length > 0
	    Move Rpt_trn_vs(1:Rpt_trn_vs_length) to Rpt_trn_x_ws
	End-if.

	Call "NEX_DAYS_SINCE" using
	    by reference Systime of Rpt_rcl_que
	  returning Age_days_ws.
	If Age_days_ws < 0
	    Move 0 to Age_days_ws
	End-if.
	Move Age_days_ws to Age_days_ws_d.

	Compute Days_left_ws = Response_days_ws - Age_days_ws.
	If Days_left_ws < 0
	    Add 1 to Overdue_count_ws
	    Move "OVERDUE" to Rpt_left_x_ws
	Else
	    Move Days_left_ws to Days_left_ws_d
	    Move Days_left_ws_d to Rpt_left_x_ws
	End-if.

D10_AGE_ONE_end.
	Exit.
